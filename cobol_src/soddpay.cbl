      *             ACCOUNT DOES NOT HOLD ENOUGH BALANCE TO COVER IT - *00370000
      *             THE SAME NO-OVERDRAFT RULE XFRFUN APPLIES TO A     *00380000
      *             CUSTOMER-REQUESTED TRANSFER.                       *00390000
      *                                                                *00391666
      *             A PAYMENT FROM A NOTICE PRODUCT NEEDS A MATURED    *00393332
      *             WITHDRAWAL NOTICE (COPYBOOK NOTICE) TO COVER IT,   *00394998
      *             OR TAKES A LOSS-OF-INTEREST PENALTY WHERE THE      *00396664
      *             PRODUCT ALLOWS IMMEDIATE ACCESS.                   *00398330
      *                                                                *00400000
      *             SINCE THIS IS A BATCH JOB WITH NO EIBTASKN OF ITS  *00410000
      *             OWN, BOTH PROCTRAN NUMBERS ARE ASSIGNED FROM THE   *00420000
      *             PROCTRAN CONTROL SINGLETON (COPYBOOK PRCTCTRL),    *00430000
      *             THE SAME WAY CHQCLR ASSIGNS ITS PROCTRAN NUMBERS.  *00440000
      *                                                                *00441428
      *             A PAYMENT THAT FAILS GOES TO THE RETRY QUEUE AND   *00442856
      *             IS TRIED ON LATER RUNS UP TO THE RETRY LIMIT -     *00444284
      *             SYSTEM PARAMETER SODDPAY RETRY-LIMIT THROUGH       *00445712
      *             PARMGET, DEFAULT 3 - WHICH IS PRINTED ON THE       *00447140
      *             EXCEPTION REPORT.                                  *00448568
      *             AN OPTIONAL SIMULATION PARAMETER (COPYBOOK         *00448772
      *             SIMPARM) MAKES THE RUN A WHAT-IF : THE MASTERS AND *00448976
      *             QUEUES ARE READ BUT NOT UPDATED, NOTHING GOES TO   *00449180
      *             CLEARING, AND EACH WOULD-BE PDR/PCR/NTP LEG GOES TO*00449384
      *             THE SIMULATION POSTINGS FILE (COPYBOOK SIMPOST) FOR*00449588
      *             SIMCOMP.                                           *00449792
      *                                                                *00450000
      *  FILES    : SODDFILE - VSAM KSDS - STANDING ORDER MASTER (I-O) *00460000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00470000
      *             RTRYFILE - VSAM KSDS - PAYMENT RETRY QUEUE (I-O)   *00512000
      *             SODXRPT  - RETRY EXCEPTION REPORT (OUTPUT)         *00514000
      *             SRTCODE  - VSAM KSDS - SORT CODE REFERENCE (INPUT) *00515000
      *             SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (PARMGET) *00515500
      *             OUTPAY   - OUTBOUND CLEARING EXTRACT (OUTPUT)      *00516000
      *             PCALFILE - VSAM KSDS - PROCESSING CALENDAR (INPUT) *00517000
      *             LIMFILE  - VSAM KSDS - PER-ACCOUNT DEBIT LIMITS    *00517200
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00518700
      *             AUTHHOLD - VSAM KSDS - CARD AUTH HOLDS (INPUT)    * 00519000
      *             LEGORDER - VSAM KSDS - LEGAL EARMARKS (INPUT)     * 00519200
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (INPUT)   *00519333
      *             PENDREL  - VSAM KSDS - HIGH-VALUE QUEUE (INPUT)    *00519466
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE (INPUT)   *00519600
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTIONS (I-O)     *00519800
      *             NOTICE   - VSAM KSDS - WITHDRAWAL NOTICES (I-O)    *00519900
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE (INPUT)  *00519950
      *             SIMPARM  - SIMULATION PARAMETER (OPTIONAL)         *00519975
      *             SIMPOST  - SIMULATED POSTINGS (EXTEND)             *00519987
      *                                                                *00520000
      *  CHECKPOINT/RESTART : SODD-FILE IS KEYED, SO RESTART WORKS BY  *00530000
      *             POSITIONING PAST THE LAST KEY SUCCESSFULLY         *00540000
      *  2026-09-02  BAG   RUNNABLE AS SORT-CODE PARTITIONS WITH     *  00619972
      *                    PER-PARTITION CHECKPOINTS AND A TOTALS    *  00619974
      *                    RECORD FOR THE PARTCONS CONSOLIDATION     *  00619976
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00619984
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00619992
      *                                                                *00620000
      *  2026-08-22  BAG   REGISTER WITH THE RUNCTL RUN-CONTROL        *00625000
      *  2026-10-15  BAG   AN INTERNAL CREDIT TO AN ISA PRODUCT THAT   *00626000
      *                    WOULD BREACH THE CUSTOMER'S ANNUAL          *00627000
      *                    ALLOWANCE REJECTS THE ORDER; POSTED ISA     *00628000
      *                    CREDITS COUNT ON THE ISASUB LEDGER          *00629000
      *  2026-10-15  BAG   A PAYMENT FROM A NOTICE PRODUCT MUST BE     *00629200
      *                    COVERED BY A MATURED NOTICE OR TAKES A      *00629400
      *                    LOSS-OF-INTEREST PENALTY WHERE THE          *00629600
      *                    PRODUCT ALLOWS IMMEDIATE ACCESS             *00629800
      *  2026-10-15  BAG   RETRY LIMIT FROM THE SYSTEM PARAMETER FILE, *00629866
      *                    PRINTED ON THE EXCEPTION REPORT             *00629932
      *  2026-10-15  BAG   WHAT-IF SIMULATION MODE DRIVEN BY AN        *00629949
      *                    OPTIONAL SIMPARM : MASTERS READ ONLY,       *00629966
      *                    WOULD-BE PAYMENT LEGS TO SIMPOST            *00629983
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00629988
      *                    BALCHK THROUGH BALTOT                       *00629993
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) AND      *00629994
      *                    PAYMENTS WAITING ON PENDREL ARE LEFT OUT OF *00629995
      *                    THE AVAILABLE BALANCE                       *00629996
      ******************************************************************00630000
       ENVIRONMENT DIVISION.                                            00640000
       INPUT-OUTPUT SECTION.                                            00650000
                  ORGANIZATION IS LINE SEQUENTIAL                       01002166
                  FILE STATUS IS SODDPAY-PTOT-STATUS.                   01002167
                                                                        01002168
           SELECT OPTIONAL SIM-FILE ASSIGN TO SIMPARM                   01002169
                  ORGANIZATION IS SEQUENTIAL                            01002170
                  FILE STATUS IS SODDPAY-SIM-STATUS.                    01002171
                                                                        01002172
           SELECT SIMPOST-FILE    ASSIGN TO SIMPOST                     01002173
                  ORGANIZATION IS LINE SEQUENTIAL                       01002174
                  FILE STATUS IS SODDPAY-SPST-STATUS.                   01002175
                                                                        01002168
           SELECT PCAL-FILE       ASSIGN TO PCALFILE                    01002200
                  ORGANIZATION IS INDEXED                               01002300
                  ACCESS MODE IS RANDOM                                 01002400
                  ACCESS MODE IS DYNAMIC                                01009660
                  RECORD KEY IS LEGORDER-KEY OF LEGORDER-FILE-REC       01009670
                  FILE STATUS IS SODDPAY-LEGORDER-STATUS.               01009680
                                                                        01009681
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    01009682
                  ORGANIZATION IS INDEXED                               01009683
                  ACCESS MODE IS DYNAMIC                                01009684
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        01009685
                  FILE STATUS IS SODDPAY-UNCLRCHQ-STATUS.               01009686
                                                                        01009687
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     01009688
                  ORGANIZATION IS INDEXED                               01009689
                  ACCESS MODE IS DYNAMIC                                01009690
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         01009691
                  FILE STATUS IS SODDPAY-PENDREL-STATUS.                01009692
                                                                        01009704
           SELECT PRODCAT-FILE    ASSIGN TO PRODCAT                     01009728
                  ORGANIZATION IS INDEXED                               01009752
                  ACCESS MODE IS RANDOM                                 01009776
                  RECORD KEY IS PRODCAT-KEY OF PRODCAT-FILE-REC         01009800
                  FILE STATUS IS SODDPAY-PRODCAT-STATUS.                01009824
                                                                        01009848
           SELECT ISASUB-FILE     ASSIGN TO ISASUB                      01009872
                  ORGANIZATION IS INDEXED                               01009896
                  ACCESS MODE IS RANDOM                                 01009920
                  RECORD KEY IS ISASUB-KEY OF ISASUB-FILE-REC           01009944
                  FILE STATUS IS SODDPAY-ISASUB-STATUS.                 01009968
                                                                        01009970
           SELECT NOTICE-FILE     ASSIGN TO NOTICE                      01009972
                  ORGANIZATION IS INDEXED                               01009974
                  ACCESS MODE IS DYNAMIC                                01009976
                  RECORD KEY IS NOTICE-KEY OF NOTICE-FILE-REC           01009978
                  FILE STATUS IS SODDPAY-NOTICE-STATUS.                 01009980
                                                                        01009982
           SELECT RATE-FILE       ASSIGN TO RATEFILE                    01009984
                  ORGANIZATION IS INDEXED                               01009986
                  ACCESS MODE IS RANDOM                                 01009988
                  RECORD KEY IS ACRATE-KEY OF RATE-FILE-REC             01009990
                  FILE STATUS IS SODDPAY-RATE-STATUS.                   01009992
                                                                        01010000
       DATA DIVISION.                                                   01020000
       FILE SECTION.                                                    01030000
           05  PTOT-READ-COUNT             PIC 9(9).                    01311071
           05  PTOT-STATUS                 PIC X.                       01311072
                                                                        01311073
       FD  SIM-FILE                                                     01311074
           RECORDING MODE IS F.                                         01311075
       01  SIM-FILE-REC.                                                01311076
           COPY SIMPARM.                                                01311077
                                                                        01311078
       FD  SIMPOST-FILE                                                 01311079
           RECORDING MODE IS F.                                         01311080
       01  SIMPOST-FILE-REC.                                            01311081
           COPY SIMPOST.                                                01311082
                                                                        01311073
       FD  PCAL-FILE                                                    01311060
           RECORDING MODE IS F.                                         01311070
       01  PCAL-FILE-REC.                                               01311080
           RECORDING MODE IS F.                                         01319140
       01  LEGORDER-FILE-REC.                                           01319150
           COPY LEGORDER.                                               01319160
                                                                        01319166
       FD  UNCLEAR-FILE                                                 01319172
           RECORDING MODE IS F.                                         01319178
       01  UNCLEAR-FILE-REC.                                            01319184
           COPY UNCLRCHQ.                                               01319190
                                                                        01319196
       FD  PENDREL-FILE                                                 01319202
           RECORDING MODE IS F.                                         01319208
       01  PENDREL-FILE-REC.                                            01319214
           COPY PENDREL.                                                01319220
                                                                        01319236
       FD  PRODCAT-FILE                                                 01319312
           RECORDING MODE IS F.                                         01319388
       01  PRODCAT-FILE-REC.                                            01319464
           COPY PRODCAT.                                                01319540
                                                                        01319616
       FD  ISASUB-FILE                                                  01319692
           RECORDING MODE IS F.                                         01319768
       01  ISASUB-FILE-REC.                                             01319844
           COPY ISASUB.                                                 01319920
                                                                        01319927
       FD  NOTICE-FILE                                                  01319934
           RECORDING MODE IS F.                                         01319941
       01  NOTICE-FILE-REC.                                             01319948
           COPY NOTICE.                                                 01319955
                                                                        01319962
       FD  RATE-FILE                                                    01319969
           RECORDING MODE IS F.                                         01319976
       01  RATE-FILE-REC.                                               01319983
           COPY ACRATE.                                                 01319990
                                                                        01320000
       WORKING-STORAGE SECTION.                                         01330000
       01  SODDPAY-WORK-AREA.                                           01340000
           05  SODDPAY-CREDIT-TRAN-NUMBER  PIC 9(8)  VALUE ZERO.        01600000
           05  SODDPAY-CURRENT-DATE        PIC 9(8).                    01610000
           05  SODDPAY-CURRENT-TIME        PIC 9(6).                    01620000
           05  SODDPAY-PRODCAT-STATUS      PIC XX.                      01620833
           05  SODDPAY-ISASUB-STATUS       PIC XX.                      01621666
           05  SODDPAY-ISA-SWITCH          PIC X     VALUE 'N'.         01622499
               88  SODDPAY-ISA-CREDIT            VALUE 'Y'.             01623332
           05  SODDPAY-ISA-ALLOWANCE       PIC 9(7)V99 VALUE ZERO.      01624165
           05  SODDPAY-ISA-SUBSCRIBED      PIC 9(7)V99 VALUE ZERO.      01624998
           05  SODDPAY-TAX-YEAR            PIC 9(4)  VALUE ZERO.        01625831
           05  SODDPAY-TAX-DATE            PIC 9(8)  VALUE ZERO.        01626664
           05  SODDPAY-TAX-DATE-GRP REDEFINES SODDPAY-TAX-DATE.         01627497
               10  SODDPAY-TAX-DATE-YYYY   PIC 9(4).                    01628330
               10  SODDPAY-TAX-DATE-MMDD   PIC 9(4).                    01629163
           05  SODDPAY-DAYS-IN-MONTH       PIC 99.                      01630000
           05  SODDPAY-LEAP-SWITCH         PIC X     VALUE 'N'.         01640000
               88  SODDPAY-IS-LEAP               VALUE 'Y'.             01650000
               88  SODDPAY-IN-MAIN-PASS          VALUE 'M'.             01690060
               88  SODDPAY-IN-RETRY-PASS         VALUE 'R'.             01690070
           05  SODDPAY-RETRY-LIMIT         PIC 99    VALUE 3.           01690080
           05  SODDPAY-RETRY-SOURCE        PIC X(8)  VALUE 'DEFAULT'.   01690083
           05  SODDPAY-RETRY-EFFECTIVE     PIC 9(8)  VALUE ZERO.        01690086
           05  SODDPAY-QUEUED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01690090
           05  SODDPAY-RECOVERED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01690100
           05  SODDPAY-RETRYING-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01690110
           05  SODDPAY-PART-HIGH           PIC 9(6)  VALUE 999999.      01690149
           05  SODDPAY-JOB-NAME            PIC X(8)                     01690150
                                           VALUE 'SODDPAY '.            01690151
           05  SODDPAY-SIM-STATUS          PIC XX.                      01690251
           05  SODDPAY-SPST-STATUS         PIC XX.                      01690351
           05  SODDPAY-SIM-SWITCH          PIC X     VALUE 'N'.         01690451
               88  SODDPAY-SIMULATING            VALUE 'Y'.             01690551
           05  SODDPAY-SIM-SCENARIO        PIC X(8)  VALUE SPACES.      01690651
           05  SODDPAY-SIM-BASIS           PIC X     VALUE SPACE.       01690751
           05  SODDPAY-SIM-DATE            PIC 9(8)  VALUE ZERO.        01690851
           05  SODDPAY-SIM-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01690951
           05  SODDPAY-BENEF-SWITCH        PIC X     VALUE 'I'.         01690150
               88  SODDPAY-BENEF-INTERNAL        VALUE 'I'.             01690160
               88  SODDPAY-BENEF-EXTERNAL        VALUE 'X'.             01690170
           05  SODDPAY-EARMARK-TOTAL       PIC S9(10)V99 VALUE ZERO.    01690367
           05  SODDPAY-LEG-EOF-SWITCH      PIC X     VALUE 'N'.         01690369
               88  SODDPAY-LEG-DONE              VALUE 'Y'.             01690371
           05  SODDPAY-UNCLRCHQ-STATUS     PIC XX.                      01690468
           05  SODDPAY-UNCLEARED-TOTAL     PIC S9(10)V99 VALUE ZERO.    01690565
           05  SODDPAY-UNCL-EOF-SWITCH     PIC X     VALUE 'N'.         01690662
               88  SODDPAY-UNCL-DONE             VALUE 'Y'.             01690759
           05  SODDPAY-PENDREL-STATUS      PIC XX.                      01690856
           05  SODDPAY-HVQ-TOTAL           PIC S9(10)V99 VALUE ZERO.    01690953
           05  SODDPAY-HVQ-EOF-SWITCH      PIC X     VALUE 'N'.         01691050
               88  SODDPAY-HVQ-DONE              VALUE 'Y'.             01691147
           05  SODDPAY-NOTICE-STATUS       PIC XX.                      01691246
           05  SODDPAY-RATE-STATUS         PIC XX.                      01692121
           05  SODDPAY-NTC-SWITCH          PIC X     VALUE 'N'.         01692996
               88  SODDPAY-NTC-COVERED           VALUE 'Y'.             01693871
           05  SODDPAY-NTC-EOF-SWITCH      PIC X     VALUE 'N'.         01694746
               88  SODDPAY-NTC-DONE              VALUE 'Y'.             01695621
           05  SODDPAY-NTC-NUMBER          PIC 9(4)  VALUE ZERO.        01696496
           05  SODDPAY-NTC-PENALTY         PIC S9(10)V99 VALUE ZERO.    01697371
           05  SODDPAY-NTC-PEN-DAYS        PIC 9(3)  VALUE ZERO.        01698246
           05  SODDPAY-NTC-TRAN-NUMBER     PIC 9(8)  VALUE ZERO.        01699121
                                                                        01700000
       01  SODDPAY-ORIG-ACCOUNT-REC.                                    01710000
           COPY ACCOUNT.                                                01720000
               'SENT TO CLEARING  : '.                                  02300130
           05  SODDPAY-SUM-EXTERNAL        PIC Z(8)9.                   02300140
           05  FILLER                      PIC X(47) VALUE SPACES.      02300150
                                                                        02300907
       01  SODDPAY-SUMMARY-LINE-6.                                      02301664
           05  FILLER                      PIC X(20) VALUE              02302421
               'SIMULATED POSTINGS: '.                                  02303178
           05  SODDPAY-SUM-SIM             PIC Z(8)9.                   02303935
           05  FILLER                      PIC X(2)  VALUE SPACES.      02304692
           05  FILLER                      PIC X(9)  VALUE              02305449
               'SCENARIO '.                                             02306206
           05  SODDPAY-SUM-SCENARIO        PIC X(8).                    02306963
           05  FILLER                      PIC X(1)  VALUE SPACE.       02307720
           05  SODDPAY-SUM-BASIS           PIC X.                       02308477
           05  FILLER                      PIC X(26) VALUE SPACES.      02309234
                                                                        02310000
       01  SODDPAY-EXCP-DETAIL-LINE.                                    02310100
           05  SODDPAY-EXC-STATUS          PIC X(9).                    02310200
           05  SODDPAY-EXC-SUM-EXHAUST     PIC Z(8)9.                   02313800
           05  FILLER                      PIC X(47) VALUE SPACES.      02313900
                                                                        02314000
       01  SODDPAY-EXCP-PARM-LINE.                                      02314109
           05  FILLER                      PIC X(20) VALUE              02314218
               'RETRY LIMIT USED  : '.                                  02314327
           05  SODDPAY-EXC-PARM-VALUE      PIC Z(8)9.                   02314436
           05  FILLER                      PIC X(1)  VALUE SPACE.       02314545
           05  SODDPAY-EXC-PARM-SOURCE     PIC X(8).                    02314654
           05  FILLER                      PIC X(1)  VALUE SPACE.       02314763
           05  SODDPAY-EXC-PARM-EFFECTIVE  PIC 9(8)  BLANK WHEN ZERO.   02314872
           05  FILLER                      PIC X(33) VALUE SPACES.      02314981
                                                                        02315090
       01  RUNCTL-REQUEST-AREA.                                         02315200
           COPY RUNCTLQ.                                                02316400
                                                                        02316475
       01  BALTOT-REQUEST-AREA.                                         02316550
           COPY BALTOTQ.                                                02316625
                                                                        02316700
       01  BUSDATE-REQUEST-AREA.                                        02317000
           COPY BUSDATEQ.                                               02317300
                                                                        02317350
       01  PARMGET-REQUEST-AREA.                                        02317400
           COPY PARMGETQ.                                               02317500
                                                                        02317600
      ******************************************************************02320000
       PROCEDURE DIVISION.                                              02330000
      ******************************************************************02510000
       1000-INITIALIZE.                                                 02520000
           PERFORM 1050-READ-PARTITION-PARM THRU 1050-EXIT              02520500
           PERFORM 1060-READ-SIMULATION-PARM THRU 1060-EXIT             02520550
                                                                        02520600
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02521000
           MOVE SODDPAY-JOB-NAME TO RUNCTL-REQ-JOB                      02522000
               DISPLAY 'SODDPAY - HELD - PREDECESSOR NOT COMPLETE'      02526000
               STOP RUN                                                 02527000
           END-IF                                                       02528000
                                                                        02528200
           MOVE 'SODDPAY' TO BALTOT-REQ-JOB                             02528400
           SET BALTOT-REQ-PRODUCER TO TRUE                              02528600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02528800
                                                                        02529000
      *    A SIMULATION RUN ONLY READS THE MASTERS AND QUEUES AND      *02530243
      *    TAKES NO PROCTRAN NUMBERS.  ITS CHECKPOINT IS ITS OWN.      *02531486
           IF SODDPAY-SIMULATING                                        02532729
               OPEN INPUT  SODD-FILE                                    02533972
               OPEN INPUT  ACCOUNT-FILE                                 02535215
               OPEN INPUT  PROCTRAN-FILE                                02536458
               OPEN I-O    CHECKPOINT-FILE                              02537701
               OPEN INPUT  RETRY-FILE                                   02538944
               OPEN INPUT  SRTCODE-FILE                                 02540187
               OPEN INPUT  PCAL-FILE                                    02541430
               OPEN INPUT  LIMIT-FILE                                   02542673
               OPEN INPUT  LIMUSE-FILE                                  02543916
               OPEN INPUT  ODFAC-FILE                                   02545159
               OPEN INPUT  CUSTOMER-FILE                                02546402
               OPEN INPUT  HOLD-FILE                                    02547645
               OPEN INPUT  LEGORDER-FILE                                02548888
               OPEN INPUT  UNCLEAR-FILE                                 02549302
               OPEN INPUT  PENDREL-FILE                                 02549716
               OPEN INPUT  PRODCAT-FILE                                 02550131
               OPEN INPUT  ISASUB-FILE                                  02551374
               OPEN INPUT  NOTICE-FILE                                  02552617
               OPEN INPUT  RATE-FILE                                    02553860
           ELSE                                                         02555103
               OPEN I-O    SODD-FILE                                    02556346
               OPEN I-O    ACCOUNT-FILE                                 02557589
               OPEN I-O    PROCTRAN-FILE                                02558832
               OPEN I-O    PCTRL-FILE                                   02560075
               OPEN I-O    CHECKPOINT-FILE                              02561318
               OPEN I-O    RETRY-FILE                                   02562561
               OPEN INPUT  SRTCODE-FILE                                 02563804
               OPEN INPUT  PCAL-FILE                                    02565047
               OPEN INPUT  LIMIT-FILE                                   02566290
               OPEN I-O    LIMUSE-FILE                                  02567533
               OPEN INPUT  ODFAC-FILE                                   02568776
               OPEN INPUT  CUSTOMER-FILE                                02570019
               OPEN INPUT  HOLD-FILE                                    02571262
               OPEN INPUT  LEGORDER-FILE                                02572505
               OPEN INPUT  UNCLEAR-FILE                                 02572919
               OPEN INPUT  PENDREL-FILE                                 02573333
               OPEN INPUT  PRODCAT-FILE                                 02573748
               OPEN I-O    ISASUB-FILE                                  02574991
               OPEN I-O    NOTICE-FILE                                  02576234
               OPEN INPUT  RATE-FILE                                    02577477
           END-IF                                                       02578720
                                                                        02580000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02586666
           MOVE BUSDATE-REQ-CURRENT TO SODDPAY-CURRENT-DATE             02593332
           IF SODDPAY-SIMULATING                                        02594665
              AND SODDPAY-SIM-DATE NOT = ZERO                           02595998
               MOVE SODDPAY-SIM-DATE TO SODDPAY-CURRENT-DATE            02597331
           END-IF                                                       02598664
           ACCEPT SODDPAY-CURRENT-TIME FROM TIME                        02600000
                                                                        02600416
           MOVE 'SODDPAY' TO PARMGET-REQ-SUBSYSTEM                      02600833
           MOVE 'RETRY-LIMIT' TO PARMGET-REQ-NAME                       02601666
           MOVE SODDPAY-CURRENT-DATE TO PARMGET-REQ-AS-OF               02602499
           CALL 'PARMGET' USING PARMGET-REQUEST                         02603332
           IF PARMGET-REQ-FOUND                                         02604165
              AND PARMGET-REQ-NUMBER > ZERO                             02604998
              AND PARMGET-REQ-NUMBER < 100                              02605831
               MOVE PARMGET-REQ-NUMBER TO SODDPAY-RETRY-LIMIT           02606664
               MOVE 'PARMFILE' TO SODDPAY-RETRY-SOURCE                  02607497
               MOVE PARMGET-REQ-EFFECTIVE TO SODDPAY-RETRY-EFFECTIVE    02608330
           END-IF                                                       02609163
                                                                        02610000
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT                  02620000
                                                                        02630000
           IF SODDPAY-IS-RESTART                                        02632857
               OPEN EXTEND SODD-RPT                                     02635714
               OPEN EXTEND EXCP-RPT                                     02638571
           ELSE                                                         02641428
               OPEN OUTPUT SODD-RPT                                     02644285
               OPEN OUTPUT EXCP-RPT                                     02647142
           END-IF                                                       02649999
                                                                        02652856
      *    A SIMULATION SENDS NOTHING TO CLEARING - ITS LEGS GO TO     *02655713
      *    THE SIMULATION FILE INSTEAD.                                *02658570
           IF SODDPAY-SIMULATING                                        02661427
               OPEN EXTEND SIMPOST-FILE                                 02664284
           ELSE                                                         02667141
               IF SODDPAY-IS-RESTART                                    02669998
                   OPEN EXTEND OUTPAY-FILE                              02672855
               ELSE                                                     02675712
                   OPEN OUTPUT OUTPAY-FILE                              02678569
               END-IF                                                   02681426
               OPEN I-O    PAYSTAT-FILE                                 02684283
           END-IF                                                       02687140
                                                                        02690000
           IF CHECKPOINT-LAST-SORTCODE OF CHECKPOINT-FILE-REC           02700000
              < SODDPAY-PART-LOW                                        02704000
           CLOSE PART-FILE.                                             02843900
       1050-EXIT.                                                       02844000
           EXIT.                                                        02844100
                                                                        02844103
      ******************************************************************02844106
      *  1060-READ-SIMULATION-PARM - AN OPTIONAL SIMULATION PARAMETER  *02844109
      *  TURNS THIS RUN INTO A WHAT-IF, THE SAME WAY INTACCR TAKES     *02844112
      *  ONE.  ITS RUNCTL AND CHECKPOINT NAME (WHOLE-FILE OR           *02844115
      *  PARTITION) ENDS IN S SO IT NEVER DISTURBS THE LIVE RUN'S      *02844118
      *  RESTART POINT.  NO PARAMETER MEANS THE LIVE RUN, UNCHANGED.   *02844121
      ******************************************************************02844124
       1060-READ-SIMULATION-PARM.                                       02844127
           OPEN INPUT SIM-FILE                                          02844130
                                                                        02844133
           IF SODDPAY-SIM-STATUS NOT = '00'                             02844136
               GO TO 1060-EXIT                                          02844139
           END-IF                                                       02844142
                                                                        02844145
           READ SIM-FILE                                                02844148
               AT END                                                   02844151
                   CLOSE SIM-FILE                                       02844154
                   GO TO 1060-EXIT                                      02844157
           END-READ                                                     02844160
                                                                        02844163
           SET SODDPAY-SIMULATING TO TRUE                               02844166
           MOVE SIMPARM-SCENARIO  TO SODDPAY-SIM-SCENARIO               02844169
           MOVE SIMPARM-BASIS     TO SODDPAY-SIM-BASIS                  02844172
           MOVE SIMPARM-PROJ-DATE TO SODDPAY-SIM-DATE                   02844175
           MOVE 'S'               TO SODDPAY-JOB-NAME(8:1)              02844178
                                                                        02844181
           CLOSE SIM-FILE.                                              02844184
       1060-EXIT.                                                       02844187
           EXIT.                                                        02844190
                                                                        02844200
      ******************************************************************02860000
      *  1100-READ-CHECKPOINT - LOOK FOR A CHECKPOINT LEFT BY A PRIOR  *02870000
      *  NUMBER.                                                       *04494896
      ******************************************************************04495049
       2260-WRITE-DECEASED-RDC.                                         04495202
           IF SODDPAY-SIMULATING                                        04495232
               GO TO 2260-EXIT                                          04495262
           END-IF                                                       04495292
                                                                        04495322
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBERS THRU 2500-EXIT          04495355
                                                                        04495508
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    04495661
                   DISPLAY 'SODDPAY - CRITICAL - RDC WRITE FAILED '     04499027
                       'FOR ACCOUNT ' SODD-ORIG-ACCOUNT                 04499180
                           OF SODD-FILE-REC                             04499333
               NOT INVALID KEY                                          04499384
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04499435
           END-WRITE.                                                   04499486
       2260-EXIT.                                                       04499639
           EXIT.                                                        04499792
      *  UNDER ITS OWN PROCTRAN NUMBER.                                *04499817
      ******************************************************************04499822
       2270-WRITE-SUSPENDED-RSU.                                        04499827
           IF SODDPAY-SIMULATING                                        04499828
               GO TO 2270-EXIT                                          04499829
           END-IF                                                       04499830
                                                                        04499831
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBERS THRU 2500-EXIT          04499832
                                                                        04499837
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    04499842
                   DISPLAY 'SODDPAY - CRITICAL - RSU WRITE FAILED '     04499952
                       'FOR ACCOUNT ' ACCOUNT-NUMBER                    04499957
                           OF ACCOUNT-FILE-REC                          04499962
               NOT INVALID KEY                                          04499963
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04499964
           END-WRITE.                                                   04499967
       2270-EXIT.                                                       04499972
           EXIT.                                                        04499977
      *  UPDATE, CONFIRM IT IS OPEN, AND HOLD A WORKING COPY.          *04530000
      ******************************************************************04540000
       2300-READ-BENEF-ACCOUNT.                                         04550000
           MOVE 'N' TO SODDPAY-ISA-SWITCH                               04550500
           PERFORM 2310-CHECK-BENEF-SORTCODE THRU 2310-EXIT             04551000
           IF SODDPAY-BENEF-EXTERNAL                                    04551500
               GO TO 2300-EXIT                                          04552000
               GO TO 2300-EXIT                                          04765000
           END-IF                                                       04766000
                                                                        04767000
      *    A CREDIT TO AN ISA COUNTS AGAINST THE ANNUAL ALLOWANCE.    * 04767500
           PERFORM 2320-CHECK-ISA-ALLOWANCE THRU 2320-EXIT              04768000
           IF SODDPAY-OUTCOME-REJECT                                    04768500
               GO TO 2300-EXIT                                          04769000
           END-IF                                                       04769500
                                                                        04769501
           MOVE ACCOUNT-FILE-REC TO SODDPAY-BENEF-ACCOUNT-REC.          04770000
       2300-EXIT.                                                       04780000
           EXIT.                                                        04790000
       2310-EXIT.                                                       04800475
           EXIT.                                                        04800500
                                                                        04800525
      ******************************************************************04800664
      *  2320-CHECK-ISA-ALLOWANCE - A CREDIT TO AN ISA PRODUCT IS A    *04800803
      *  SUBSCRIPTION.  REJECT THE ORDER IF IT WOULD TAKE THE          *04800942
      *  CUSTOMER PAST THE TAX YEAR'S ALLOWANCE ON THE ISA             *04801081
      *  SUBSCRIPTION LEDGER (ISASUB).  THE LEDGER ITSELF IS ONLY      *04801220
      *  UPDATED ONCE THE CREDIT HAS POSTED.                           *04801359
      ******************************************************************04801498
       2320-CHECK-ISA-ALLOWANCE.                                        04801637
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        04801776
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      04801915
           READ PRODCAT-FILE                                            04802054
               INVALID KEY                                              04802193
                   GO TO 2320-EXIT                                      04802332
           END-READ                                                     04802471
                                                                        04802610
           IF NOT PRODCAT-ISA OF PRODCAT-FILE-REC                       04802749
               GO TO 2320-EXIT                                          04802888
           END-IF                                                       04803027
                                                                        04803166
           MOVE 'Y' TO SODDPAY-ISA-SWITCH                               04803305
           MOVE 20000.00 TO SODDPAY-ISA-ALLOWANCE                       04803444
           IF PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC IS NUMERIC      04803583
              AND PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC > ZERO      04803722
               MOVE PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC           04803861
                   TO SODDPAY-ISA-ALLOWANCE                             04804000
           END-IF                                                       04804139
                                                                        04804278
      *    THE TAX YEAR RUNS 6 APRIL TO 5 APRIL AND IS KNOWN BY       * 04804417
      *    THE YEAR IN WHICH IT STARTS.                               * 04804556
           MOVE SODDPAY-CURRENT-DATE TO SODDPAY-TAX-DATE                04804695
           MOVE SODDPAY-TAX-DATE-YYYY TO SODDPAY-TAX-YEAR               04804834
           IF SODDPAY-TAX-DATE-MMDD < 0406                              04804973
               SUBTRACT 1 FROM SODDPAY-TAX-YEAR                         04805112
           END-IF                                                       04805251
                                                                        04805390
           PERFORM 2325-SET-ISASUB-KEY THRU 2325-EXIT                   04805529
           MOVE ZERO TO SODDPAY-ISA-SUBSCRIBED                          04805668
           READ ISASUB-FILE                                             04805807
               INVALID KEY                                              04805946
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    04806085
           END-READ                                                     04806224
           MOVE ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                    04806363
               TO SODDPAY-ISA-SUBSCRIBED                                04806502
                                                                        04806641
           IF SODDPAY-ISA-SUBSCRIBED + SODD-AMOUNT OF SODD-FILE-REC     04806780
              > SODDPAY-ISA-ALLOWANCE                                   04806919
               MOVE 'R' TO SODDPAY-OUTCOME-SWITCH                       04807058
               MOVE 'ISA ALLOWANCE EXCEEDED'                            04807197
                   TO SODDPAY-REJECT-REASON                             04807336
           END-IF.                                                      04807475
       2320-EXIT.                                                       04807614
           EXIT.                                                        04807753
                                                                        04807892
      ******************************************************************04808031
      *  2325-SET-ISASUB-KEY - THE LEDGER ROW FOR THIS CUSTOMER AND    *04808170
      *  TAX YEAR.  THE CUSTOMER IS THE ACCOUNT'S OWN SORT CODE AND    *04808309
      *  CUSTOMER NUMBER.                                              *04808448
      ******************************************************************04808587
       2325-SET-ISASUB-KEY.                                             04808726
           MOVE SODDPAY-TAX-YEAR TO ISASUB-TAX-YEAR OF ISASUB-FILE-REC  04808865
           MOVE SODD-BENEF-SORTCODE OF SODD-FILE-REC                    04809004
               TO ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC               04809143
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             04809282
               TO ISASUB-CUST-NUMBER OF ISASUB-FILE-REC.                04809421
       2325-EXIT.                                                       04809560
           EXIT.                                                        04809699
                                                                        04809838
      ******************************************************************04809839
      *  2350-CHECK-NOTICE - A PAYMENT FROM A NOTICE PRODUCT (PRODCAT  *04809840
      *  CLASS N) MUST BE COVERED BY A MATURED WITHDRAWAL NOTICE ON    *04809841
      *  THE NOTICE REGISTER.  WITHOUT ONE, A PRODUCT THAT ALLOWS      *04809842
      *  IMMEDIATE ACCESS TAKES A LOSS-OF-INTEREST PENALTY WITH THE    *04809843
      *  PAYMENT; ANY OTHER REJECTS THE ORDER.  A MISSING NOTICE IS    *04809844
      *  NOT A SHORTAGE OF FUNDS, SO THE ORDER IS NOT QUEUED FOR       *04809845
      *  RETRY.  THE NOTICE IS ONLY DRAWN DOWN ONCE THE PAYMENT HAS    *04809846
      *  POSTED.                                                       *04809847
      ******************************************************************04809848
       2350-CHECK-NOTICE.                                               04809849
           MOVE 'N'  TO SODDPAY-NTC-SWITCH                              04809850
           MOVE ZERO TO SODDPAY-NTC-PENALTY                             04809851
           MOVE ACCOUNT-TYPE OF SODDPAY-ORIG-ACCOUNT-REC                04809852
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      04809853
           READ PRODCAT-FILE                                            04809854
               INVALID KEY                                              04809855
                   GO TO 2350-EXIT                                      04809856
           END-READ                                                     04809857
                                                                        04809858
           IF NOT PRODCAT-CLASS-NOTICE OF PRODCAT-FILE-REC              04809859
               GO TO 2350-EXIT                                          04809860
           END-IF                                                       04809861
                                                                        04809862
           MOVE 'N' TO SODDPAY-NTC-EOF-SWITCH                           04809863
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          04809864
               TO NOTICE-SORTCODE OF NOTICE-FILE-REC                    04809865
           MOVE SODD-ORIG-ACCOUNT OF SODD-FILE-REC                      04809866
               TO NOTICE-ACCOUNT OF NOTICE-FILE-REC                     04809867
           MOVE ZERO TO NOTICE-NUMBER OF NOTICE-FILE-REC                04809868
                                                                        04809869
           START NOTICE-FILE KEY IS NOT LESS                            04809870
                 THAN NOTICE-KEY OF NOTICE-FILE-REC                     04809871
               INVALID KEY                                              04809872
                   SET SODDPAY-NTC-DONE TO TRUE                         04809873
           END-START                                                    04809874
                                                                        04809875
           PERFORM 2355-READ-NEXT-NOTICE THRU 2355-EXIT                 04809876
              UNTIL SODDPAY-NTC-DONE                                    04809877
                                                                        04809878
           IF SODDPAY-NTC-COVERED                                       04809879
               GO TO 2350-EXIT                                          04809880
           END-IF                                                       04809881
                                                                        04809882
           IF NOT PRODCAT-IMMEDIATE-ACCESS OF PRODCAT-FILE-REC          04809883
               MOVE 'R' TO SODDPAY-OUTCOME-SWITCH                       04809884
               MOVE 'NOTICE REQUIRED' TO SODDPAY-REJECT-REASON          04809885
               GO TO 2350-EXIT                                          04809886
           END-IF                                                       04809887
                                                                        04809888
           PERFORM 2360-COMPUTE-PENALTY THRU 2360-EXIT.                 04809889
       2350-EXIT.                                                       04809890
           EXIT.                                                        04809891
                                                                        04809892
      ******************************************************************04809893
      *  2355-READ-NEXT-NOTICE - STEP THE NOTICE BROWSE UNTIL A        *04809894
      *  NOTICE THAT IS GIVEN, MATURED, NOT YET LAPSED AND HAS ENOUGH  *04809895
      *  LEFT UNDRAWN TO COVER THE PAYMENT TURNS UP, OR THE BROWSE     *04809896
      *  LEAVES THE ACCOUNT'S KEY RANGE.                               *04809897
      ******************************************************************04809898
       2355-READ-NEXT-NOTICE.                                           04809899
           READ NOTICE-FILE NEXT RECORD                                 04809900
               AT END                                                   04809901
                   SET SODDPAY-NTC-DONE TO TRUE                         04809902
                   GO TO 2355-EXIT                                      04809903
           END-READ                                                     04809904
                                                                        04809905
           IF NOTICE-SORTCODE OF NOTICE-FILE-REC                        04809906
              NOT = SODD-SORTCODE OF SODD-FILE-REC                      04809907
              OR NOTICE-ACCOUNT OF NOTICE-FILE-REC                      04809908
                 NOT = SODD-ORIG-ACCOUNT OF SODD-FILE-REC               04809909
               SET SODDPAY-NTC-DONE TO TRUE                             04809910
               GO TO 2355-EXIT                                          04809911
           END-IF                                                       04809912
                                                                        04809913
           IF NOTICE-GIVEN OF NOTICE-FILE-REC                           04809914
              AND NOTICE-PAYABLE-DATE OF NOTICE-FILE-REC                04809915
                  NOT > SODDPAY-CURRENT-DATE                            04809916
              AND NOTICE-LAPSE-DATE OF NOTICE-FILE-REC                  04809917
                  NOT < SODDPAY-CURRENT-DATE                            04809918
              AND NOTICE-AMOUNT OF NOTICE-FILE-REC                      04809919
                  - NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC              04809920
                  NOT < SODD-AMOUNT OF SODD-FILE-REC                    04809921
               MOVE 'Y' TO SODDPAY-NTC-SWITCH                           04809922
               MOVE NOTICE-NUMBER OF NOTICE-FILE-REC                    04809923
                   TO SODDPAY-NTC-NUMBER                                04809924
               SET SODDPAY-NTC-DONE TO TRUE                             04809925
           END-IF.                                                      04809926
       2355-EXIT.                                                       04809927
           EXIT.                                                        04809928
                                                                        04809929
      ******************************************************************04809930
      *  2360-COMPUTE-PENALTY - THE INTEREST THE PAYMENT WOULD HAVE    *04809931
      *  EARNED OVER THE PRODUCT'S PENALTY DAYS AT THE CURRENT CREDIT  *04809932
      *  RATE (RATEFILE).  NO RATE ROW MEANS NO INTEREST TO LOSE.      *04809933
      ******************************************************************04809934
       2360-COMPUTE-PENALTY.                                            04809935
           MOVE ZERO TO SODDPAY-NTC-PEN-DAYS                            04809936
           IF PRODCAT-NOTICE-PENALTY-DAYS OF PRODCAT-FILE-REC           04809937
              IS NUMERIC                                                04809938
               MOVE PRODCAT-NOTICE-PENALTY-DAYS OF PRODCAT-FILE-REC     04809939
                   TO SODDPAY-NTC-PEN-DAYS                              04809940
           END-IF                                                       04809941
                                                                        04809942
           MOVE ACCOUNT-TYPE OF SODDPAY-ORIG-ACCOUNT-REC                04809943
               TO ACRATE-ACCOUNT-TYPE OF RATE-FILE-REC                  04809944
           READ RATE-FILE                                               04809945
               KEY IS ACRATE-KEY OF RATE-FILE-REC                       04809946
               INVALID KEY                                              04809947
                   GO TO 2360-EXIT                                      04809948
           END-READ                                                     04809949
                                                                        04809950
           COMPUTE SODDPAY-NTC-PENALTY ROUNDED =                        04809951
               SODD-AMOUNT OF SODD-FILE-REC                             04809952
             * ACRATE-CREDIT-RATE OF RATE-FILE-REC                      04809953
             * SODDPAY-NTC-PEN-DAYS / 36500.                            04809954
       2360-EXIT.                                                       04809955
           EXIT.                                                        04809956
                                                                        04809957
      ******************************************************************04810000
      *  2400-POST-DEBIT-CREDIT - REJECT THE PAYMENT IF IT WOULD       *04820000
      *  TAKE THE ORIGINATING ACCOUNT PAST ITS ARRANGED OVERDRAFT      *04827500
      *  (OR BELOW ZERO WHEN NO FACILITY IS ARRANGED), THE SAME        *04835000
      *  FLOOR XFRFUN APPLIES TO A TRANSFER, ELSE DEBIT THE            *04842500
      *  ORIGINATOR AND CREDIT THE BENEFICIARY.                        *04850000
      *  A PAYMENT FROM A NOTICE PRODUCT IS CHECKED FIRST (2350) AND   *04853333
      *  ANY NOTICE PENALTY IS TAKEN WITH THE AMOUNT.                  *04856666
      ******************************************************************04860000
       2400-POST-DEBIT-CREDIT.                                          04870000
           PERFORM 2350-CHECK-NOTICE THRU 2350-EXIT                     04871666
           IF SODDPAY-OUTCOME-REJECT                                    04873332
               GO TO 2400-EXIT                                          04874998
           END-IF                                                       04876664
                                                                        04878330
           MOVE ZERO TO SODDPAY-OD-LIMIT                                04880000
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          04881700
               TO ODFACIL-SORTCODE OF ODFAC-FILE-REC                    04883400
                                                                        04910600
           PERFORM 2470-SUM-ACTIVE-HOLDS THRU 2470-EXIT                 04911000
           PERFORM 2485-SUM-EARMARKS THRU 2485-EXIT                     04911200
           PERFORM 2442-SUM-UNCLEARED THRU 2442-EXIT                    04911266
           PERFORM 2446-SUM-RELEASE-QUEUE THRU 2446-EXIT                04911332
                                                                        04911400
           IF SODD-AMOUNT OF SODD-FILE-REC + SODDPAY-NTC-PENALTY >      04912700
              ACCOUNT-BALANCE OF SODDPAY-ORIG-ACCOUNT-REC               04914000
              - SODDPAY-HOLD-TOTAL - SODDPAY-EARMARK-TOTAL              04915700
              - SODDPAY-UNCLEARED-TOTAL - SODDPAY-HVQ-TOTAL             04915750
              + SODDPAY-OD-LIMIT                                        04915800
               MOVE 'R' TO SODDPAY-OUTCOME-SWITCH                       04917400
               MOVE 'INSUFFICIENT FUNDS' TO SODDPAY-REJECT-REASON       04919100
               GO TO 2400-EXIT                                          04934000
           END-IF                                                       04935000
                                                                        04940000
      *    A SIMULATION LEAVES BOTH BALANCES AND THE ISA LEDGER        *04941428
      *    ALONE AND ONLY LOGS THE LEGS IT WOULD HAVE POSTED.          *04942856
           IF SODDPAY-SIMULATING                                        04944284
               GO TO 2400-EXIT                                          04945712
           END-IF                                                       04947140
                                                                        04948568
           SUBTRACT SODD-AMOUNT OF SODD-FILE-REC SODDPAY-NTC-PENALTY    04950000
              FROM ACCOUNT-BALANCE OF SODDPAY-ORIG-ACCOUNT-REC          04960000
           MOVE SODDPAY-ORIG-ACCOUNT-REC TO ACCOUNT-FILE-REC            04970000
           REWRITE ACCOUNT-FILE-REC                                     04980000
                           TO SODDPAY-REJECT-REASON                     05115000
                       PERFORM 2450-REVERSE-ORIG-DEBIT THRU 2450-EXIT   05122500
               END-REWRITE                                              05130000
               IF SODDPAY-OUTCOME-DUE                                   05131500
                  AND SODDPAY-ISA-CREDIT                                05133000
                   PERFORM 2490-POST-ISA-SUBSCRIPTION THRU 2490-EXIT    05134500
               END-IF                                                   05136000
           END-IF.                                                      05137500
       2400-EXIT.                                                       05150000
           EXIT.                                                        05160000
      *  THE ORIGINATING ACCOUNT WAS ALREADY DEBITED AND REWRITTEN.    *05173000
      *  PUT THE AMOUNT BACK ON THE ORIGINATING ACCOUNT SO THE         *05174000
      *  REJECTED PAYMENT DOES NOT LEAVE THE CUSTOMER OUT OF POCKET.   *05175000
      *  ANY NOTICE PENALTY TAKEN WITH IT GOES BACK TOO.               *05175500
      ******************************************************************05176000
       2450-REVERSE-ORIG-DEBIT.                                         05177000
           ADD SODD-AMOUNT OF SODD-FILE-REC SODDPAY-NTC-PENALTY         05178000
              TO ACCOUNT-BALANCE OF SODDPAY-ORIG-ACCOUNT-REC            05179000
           MOVE SODDPAY-ORIG-ACCOUNT-REC TO ACCOUNT-FILE-REC            05179200
           REWRITE ACCOUNT-FILE-REC                                     05179400
      *  BELONGS TO THE RETRY PASS.                                    *05181280
      ******************************************************************05181290
       2460-QUEUE-RETRY.                                                05181300
           IF SODDPAY-SIMULATING                                        05181302
               GO TO 2460-EXIT                                          05181304
           END-IF                                                       05181306
                                                                        05181308
           MOVE 'SRTY' TO SODRETRY-EYECATCHER OF RETRY-FILE-REC         05181310
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          05181320
               TO SODRETRY-SORTCODE OF RETRY-FILE-REC                   05181330
       2486-EXIT.                                                       05181986
           EXIT.                                                        05181987
                                                                        05182000
      ******************************************************************05182001
      *  2490-POST-ISA-SUBSCRIPTION - ADD THE POSTED CREDIT TO THE     *05182002
      *  CUSTOMER'S LEDGER ROW FOR THE TAX YEAR, STARTING THE ROW ON   *05182003
      *  THE FIRST SUBSCRIPTION OF THE YEAR.  THE CREDIT HAS ALREADY   *05182004
      *  POSTED, SO A LEDGER FAILURE IS LOGGED RATHER THAN UNWOUND.    *05182005
      ******************************************************************05182006
       2490-POST-ISA-SUBSCRIPTION.                                      05182007
           PERFORM 2325-SET-ISASUB-KEY THRU 2325-EXIT                   05182008
           READ ISASUB-FILE                                             05182009
               INVALID KEY                                              05182010
                   MOVE 'ISAS' TO ISASUB-EYECATCHER OF ISASUB-FILE-REC  05182011
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    05182012
                   MOVE ZERO TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC     05182013
                   MOVE SODDPAY-CURRENT-DATE                            05182014
                       TO ISASUB-FIRST-SUB-DATE OF ISASUB-FILE-REC      05182015
                   MOVE ZERO TO ISASUB-MARKET-VALUE OF ISASUB-FILE-REC  05182016
                   MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC  05182017
                   MOVE ZERO TO ISASUB-VALUED-DATE OF ISASUB-FILE-REC   05182018
                   PERFORM 2495-ADD-SUBSCRIPTION THRU 2495-EXIT         05182019
                   WRITE ISASUB-FILE-REC                                05182020
                       INVALID KEY                                      05182021
                           DISPLAY 'SODDPAY - CRITICAL - ISASUB WRITE ' 05182022
                               'FAILED FOR ACCOUNT '                    05182023
                                   SODD-BENEF-ACCOUNT OF SODD-FILE-REC  05182024
                   END-WRITE                                            05182025
                   GO TO 2490-EXIT                                      05182026
           END-READ                                                     05182027
                                                                        05182028
           PERFORM 2495-ADD-SUBSCRIPTION THRU 2495-EXIT                 05182029
           REWRITE ISASUB-FILE-REC                                      05182030
               INVALID KEY                                              05182031
                   DISPLAY 'SODDPAY - CRITICAL - ISASUB REWRITE '       05182032
                       'FAILED FOR ACCOUNT '                            05182033
                           SODD-BENEF-ACCOUNT OF SODD-FILE-REC          05182034
           END-REWRITE.                                                 05182035
       2490-EXIT.                                                       05182036
           EXIT.                                                        05182037
                                                                        05182038
      ******************************************************************05182039
      *  2495-ADD-SUBSCRIPTION - COUNT ONE MORE SUBSCRIPTION ON THE    *05182040
      *  LEDGER ROW.                                                   *05182041
      ******************************************************************05182042
       2495-ADD-SUBSCRIPTION.                                           05182043
           ADD SODD-AMOUNT OF SODD-FILE-REC                             05182044
               TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                  05182045
           ADD 1 TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC                 05182046
           MOVE SODDPAY-ISA-ALLOWANCE                                   05182047
               TO ISASUB-ALLOWANCE OF ISASUB-FILE-REC                   05182048
           MOVE SODDPAY-CURRENT-DATE                                    05182049
               TO ISASUB-LAST-SUB-DATE OF ISASUB-FILE-REC.              05182050
       2495-EXIT.                                                       05182051
           EXIT.                                                        05182052
                                                                        05182053
      ******************************************************************05182010
      *  2410-CHECK-DEBIT-LIMITS - IF THE ORIGINATING ACCOUNT HAS A    *05182020
      *  LIMITS RECORD, ENFORCE ITS SINGLE-TRANSACTION CEILING AND     *05182030
      *  IT FRESH THE FIRST TIME THE ACCOUNT DEBITS.                   *05183040
      ******************************************************************05183050
       2440-PUT-DAILY-USAGE.                                            05183060
           IF SODDPAY-SIMULATING                                        05183062
               GO TO 2440-EXIT                                          05183064
           END-IF                                                       05183066
                                                                        05183068
           IF SODDPAY-LIMUSE-NEW                                        05183070
               WRITE LIMUSE-FILE-REC                                    05183080
                   INVALID KEY                                          05183090
       2440-EXIT.                                                       05183220
           EXIT.                                                        05183230
                                                                        05183240
      ******************************************************************05183302
      *  2442-SUM-UNCLEARED - READ THROUGH THE DEBIT ACCOUNT'S         *05183364
      *  UNCLEARED-CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD      *05183426
      *  UNCLEARED.  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT  *05183488
      *  THE FUNDS CANNOT BE SPENT UNTIL CHQREL CLEARS THE CHEQUE.     *05183550
      ******************************************************************05183612
       2442-SUM-UNCLEARED.                                              05183674
           MOVE ZERO TO SODDPAY-UNCLEARED-TOTAL                         05183736
           MOVE 'N'  TO SODDPAY-UNCL-EOF-SWITCH                         05183798
                                                                        05183860
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          05183922
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 05183984
           MOVE SODD-ORIG-ACCOUNT OF SODD-FILE-REC                      05184046
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   05184108
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC      05184170
                                                                        05184232
           START UNCLEAR-FILE KEY IS NOT LESS                           05184294
                 THAN UNCLRCHQ-KEY OF UNCLEAR-FILE-REC                  05184356
               INVALID KEY                                              05184418
                   SET SODDPAY-UNCL-DONE TO TRUE                        05184480
           END-START                                                    05184542
                                                                        05184604
           PERFORM 2444-READ-NEXT-UNCLEARED THRU 2444-EXIT              05184666
              UNTIL SODDPAY-UNCL-DONE.                                  05184728
       2442-EXIT.                                                       05184790
           EXIT.                                                        05184852
                                                                        05184914
      ******************************************************************05184976
      *  2444-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *05185038
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *05185100
      ******************************************************************05185162
       2444-READ-NEXT-UNCLEARED.                                        05185224
           READ UNCLEAR-FILE NEXT RECORD                                05185286
               AT END                                                   05185348
                   SET SODDPAY-UNCL-DONE TO TRUE                        05185410
                   GO TO 2444-EXIT                                      05185472
           END-READ                                                     05185534
                                                                        05185596
           IF UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                     05185658
              NOT = SODD-SORTCODE OF SODD-FILE-REC                      05185720
              OR UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                    05185782
                 NOT = SODD-ORIG-ACCOUNT OF SODD-FILE-REC               05185844
               SET SODDPAY-UNCL-DONE TO TRUE                            05185906
               GO TO 2444-EXIT                                          05185968
           END-IF                                                       05186030
                                                                        05186092
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    05186154
               ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                  05186216
                  TO SODDPAY-UNCLEARED-TOTAL                            05186278
           END-IF.                                                      05186340
       2444-EXIT.                                                       05186402
           EXIT.                                                        05186464
                                                                        05186526
      ******************************************************************05186588
      *  2446-SUM-RELEASE-QUEUE - READ THROUGH THE DEBIT ACCOUNT'S     *05186650
      *  RANGE OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY        *05186712
      *  PAYMENT STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT  *05186774
      *  LEFT THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL     *05186836
      *  DECIDES IT.                                                   *05186898
      ******************************************************************05186960
       2446-SUM-RELEASE-QUEUE.                                          05187022
           MOVE ZERO TO SODDPAY-HVQ-TOTAL                               05187084
           MOVE 'N'  TO SODDPAY-HVQ-EOF-SWITCH                          05187146
                                                                        05187208
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          05187270
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  05187332
           MOVE SODD-ORIG-ACCOUNT OF SODD-FILE-REC                      05187394
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              05187456
           MOVE LOW-VALUES TO PENDREL-SOURCE OF PENDREL-FILE-REC        05187518
           MOVE ZERO TO PENDREL-NUMBER OF PENDREL-FILE-REC              05187580
                                                                        05187642
           START PENDREL-FILE KEY IS NOT LESS                           05187704
                 THAN PENDREL-KEY OF PENDREL-FILE-REC                   05187766
               INVALID KEY                                              05187828
                   SET SODDPAY-HVQ-DONE TO TRUE                         05187890
           END-START                                                    05187952
                                                                        05188014
           PERFORM 2448-READ-NEXT-QUEUED THRU 2448-EXIT                 05188076
              UNTIL SODDPAY-HVQ-DONE.                                   05188138
       2446-EXIT.                                                       05188200
           EXIT.                                                        05188262
                                                                        05188324
      ******************************************************************05188386
      *  2448-READ-NEXT-QUEUED - STEP THE QUEUE BROWSE, COUNTING       *05188448
      *  OUTSTANDING PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE. *05188510
      ******************************************************************05188572
       2448-READ-NEXT-QUEUED.                                           05188634
           READ PENDREL-FILE NEXT RECORD                                05188696
               AT END                                                   05188758
                   SET SODDPAY-HVQ-DONE TO TRUE                         05188820
                   GO TO 2448-EXIT                                      05188882
           END-READ                                                     05188944
                                                                        05189006
           IF PENDREL-SORTCODE OF PENDREL-FILE-REC                      05189068
              NOT = SODD-SORTCODE OF SODD-FILE-REC                      05189130
              OR PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC               05189192
                 NOT = SODD-ORIG-ACCOUNT OF SODD-FILE-REC               05189254
               SET SODDPAY-HVQ-DONE TO TRUE                             05189316
               GO TO 2448-EXIT                                          05189378
           END-IF                                                       05189440
                                                                        05189502
           IF PENDREL-OUTSTANDING OF PENDREL-FILE-REC                   05189564
               ADD PENDREL-AMOUNT OF PENDREL-FILE-REC                   05189626
                  TO SODDPAY-HVQ-TOTAL                                  05189688
           END-IF.                                                      05189750
       2448-EXIT.                                                       05189812
           EXIT.                                                        05189874
                                                                        05189936
      ******************************************************************05190000
      *  2500-ASSIGN-PROCTRAN-NUMBERS - READ THE PROCTRAN CONTROL      *05200000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER TWICE (ONE PER LEG),    *05200000
      *  AND REWRITE, THE SAME WAY 2400-ASSIGN-PROCTRAN-NUMBER HANDS   *05210000
      *  OUT A PROCTRAN NUMBER IN CHQCLR.                              *05220000
      *  A NOTICE PENALTY TAKES ONE MORE NUMBER.                       *05225000
      ******************************************************************05230000
       2500-ASSIGN-PROCTRAN-NUMBERS.                                    05240000
           IF SODDPAY-SIMULATING                                        05241250
               MOVE ZERO TO SODDPAY-DEBIT-TRAN-NUMBER                   05242500
               MOVE ZERO TO SODDPAY-CREDIT-TRAN-NUMBER                  05243750
               MOVE ZERO TO SODDPAY-NTC-TRAN-NUMBER                     05245000
               GO TO 2500-EXIT                                          05246250
           END-IF                                                       05247500
                                                                        05248750
           MOVE SODDPAY-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       05250000
                                         OF PCTRL-FILE-REC              05260000
           MOVE SODDPAY-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER         05270000
               MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             05475000
                   TO SODDPAY-CREDIT-TRAN-NUMBER                        05480000
           END-IF                                                       05485000
                                                                        05487142
           IF SODDPAY-NTC-PENALTY > ZERO                                05489284
               ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC         05491426
               MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             05493568
                   TO SODDPAY-NTC-TRAN-NUMBER                           05495710
           END-IF                                                       05497852
                                                                        05500000
           REWRITE PCTRL-FILE-REC                                       05510000
               INVALID KEY                                              05520000
      *  2600-WRITE-DEBIT-PROCTRAN - LOG THE DEBIT LEG AGAINST THE     *05600000
      *  ORIGINATING ACCOUNT, CARRYING THE BENEFICIARY'S SORT CODE     *05610000
      *  AND ACCOUNT IN THE PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.    *05620000
      *  THEN SETTLE ANY NOTICE THE PAYMENT WAS TAKEN UNDER.           *05625000
      ******************************************************************05630000
       2600-WRITE-DEBIT-PROCTRAN.                                       05640000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05650000
           MOVE SODD-BENEF-ACCOUNT OF SODD-FILE-REC                     05870000
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05880000
                                                                        05890000
           IF SODDPAY-SIMULATING                                        05894848
               PERFORM 2680-WRITE-SIMPOST THRU 2680-EXIT                05899696
           ELSE                                                         05904544
               WRITE PROCTRAN-FILE-REC                                  05909392
                   INVALID KEY                                          05914240
                       MOVE 'R' TO SODDPAY-OUTCOME-SWITCH               05919088
                       MOVE 'PROCTRAN WRITE ERROR (DEBIT)'              05923936
                           TO SODDPAY-REJECT-REASON                     05928784
                   NOT INVALID KEY                                      05930400
                       PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT    05932016
               END-WRITE                                                05933632
           END-IF                                                       05938480
                                                                        05943332
           IF SODDPAY-OUTCOME-DUE                                       05944998
              AND SODDPAY-NTC-COVERED                                   05946664
               PERFORM 2610-DRAW-NOTICE THRU 2610-EXIT                  05948330
           END-IF                                                       05949996
                                                                        05951662
           IF SODDPAY-OUTCOME-DUE                                       05953328
              AND SODDPAY-NTC-PENALTY > ZERO                            05954994
               PERFORM 2620-WRITE-PENALTY-PROCTRAN THRU 2620-EXIT       05956660
           END-IF.                                                      05958326
       2600-EXIT.                                                       05960000
           EXIT.                                                        05970000
                                                                        05980000
      ******************************************************************05980129
      *  2610-DRAW-NOTICE - DRAW THE POSTED PAYMENT AGAINST THE        *05980258
      *  NOTICE THAT COVERED IT, CLOSING THE NOTICE AS DRAWN ONCE      *05980387
      *  NOTHING IS LEFT ON IT.  THE PAYMENT HAS ALREADY POSTED, SO A  *05980516
      *  REGISTER FAILURE IS LOGGED RATHER THAN UNWOUND.               *05980645
      ******************************************************************05980774
       2610-DRAW-NOTICE.                                                05980903
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          05981032
               TO NOTICE-SORTCODE OF NOTICE-FILE-REC                    05981161
           MOVE SODD-ORIG-ACCOUNT OF SODD-FILE-REC                      05981290
               TO NOTICE-ACCOUNT OF NOTICE-FILE-REC                     05981419
           MOVE SODDPAY-NTC-NUMBER                                      05981548
               TO NOTICE-NUMBER OF NOTICE-FILE-REC                      05981677
           READ NOTICE-FILE                                             05981806
               KEY IS NOTICE-KEY OF NOTICE-FILE-REC                     05981935
               INVALID KEY                                              05982064
                   DISPLAY 'SODDPAY - CRITICAL - NOTICE READ FAILED '   05982193
                       'FOR ACCOUNT ' SODD-ORIG-ACCOUNT                 05982322
                           OF SODD-FILE-REC                             05982451
                   GO TO 2610-EXIT                                      05982580
           END-READ                                                     05982709
                                                                        05982838
           ADD SODD-AMOUNT OF SODD-FILE-REC                             05982967
               TO NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                05983096
           IF NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                    05983225
              NOT < NOTICE-AMOUNT OF NOTICE-FILE-REC                    05983354
               MOVE 'D' TO NOTICE-STATUS OF NOTICE-FILE-REC             05983483
               MOVE SODDPAY-CURRENT-DATE                                05983612
                   TO NOTICE-CLOSED-DATE OF NOTICE-FILE-REC             05983741
           END-IF                                                       05983870
                                                                        05983999
           IF SODDPAY-SIMULATING                                        05984024
               GO TO 2610-EXIT                                          05984049
           END-IF                                                       05984074
                                                                        05984099
           REWRITE NOTICE-FILE-REC                                      05984128
               INVALID KEY                                              05984257
                   DISPLAY 'SODDPAY - CRITICAL - NOTICE UPDATE FAILED ' 05984386
                       'FOR ACCOUNT ' SODD-ORIG-ACCOUNT                 05984515
                           OF SODD-FILE-REC                             05984644
           END-REWRITE.                                                 05984773
       2610-EXIT.                                                       05984902
           EXIT.                                                        05985031
                                                                        05985160
      ******************************************************************05985289
      *  2620-WRITE-PENALTY-PROCTRAN - LOG THE LOSS-OF-INTEREST        *05985418
      *  PENALTY TAKEN FOR IMMEDIATE ACCESS AGAINST THE ORIGINATING    *05985547
      *  ACCOUNT, UNDER THE NUMBER RESERVED FOR IT BY 2500.            *05985676
      ******************************************************************05985805
       2620-WRITE-PENALTY-PROCTRAN.                                     05985934
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05986063
           MOVE SODD-SORTCODE OF SODD-FILE-REC                          05986192
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05986321
           MOVE SODDPAY-NTC-TRAN-NUMBER                                 05986450
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05986579
           MOVE SODD-ORIG-ACCOUNT OF SODD-FILE-REC                      05986708
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05986837
           MOVE SODDPAY-CURRENT-DATE                                    05986966
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05987095
           MOVE SODDPAY-CURRENT-TIME                                    05987224
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05987353
           MOVE SODDPAY-NTC-TRAN-NUMBER                                 05987482
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05987611
           MOVE 'NTP' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05987740
           MOVE SODDPAY-NTC-PENALTY                                     05987869
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05987998
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05988127
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05988256
           MOVE 'NOTICE PENALTY - LOSS OF INTEREST'                     05988385
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   05988514
                                                                        05988643
           IF SODDPAY-SIMULATING                                        05988664
               PERFORM 2680-WRITE-SIMPOST THRU 2680-EXIT                05988685
               GO TO 2620-EXIT                                          05988706
           END-IF                                                       05988727
                                                                        05988748
           WRITE PROCTRAN-FILE-REC                                      05988772
               INVALID KEY                                              05988901
                   DISPLAY 'SODDPAY - CRITICAL - PROCTRAN WRITE FAILED '05989030
                       'FOR NOTICE PENALTY, ACCOUNT ' SODD-ORIG-ACCOUNT 05989159
                           OF SODD-FILE-REC                             05989288
               NOT INVALID KEY                                          05989331
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05989374
           END-WRITE.                                                   05989417
       2620-EXIT.                                                       05989546
           EXIT.                                                        05989675
                                                                        05989804
      ******************************************************************05990000
      *  2650-WRITE-CREDIT-PROCTRAN - LOG THE CREDIT LEG AGAINST THE   *06000000
      *  BENEFICIARY ACCOUNT, CARRYING THE ORIGINATOR'S SORT CODE AND  *06010000
           MOVE SODD-ORIG-ACCOUNT OF SODD-FILE-REC                      06270000
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       06280000
                                                                        06290000
           IF SODDPAY-SIMULATING                                        06291666
               PERFORM 2680-WRITE-SIMPOST THRU 2680-EXIT                06293332
               GO TO 2650-EXIT                                          06294998
           END-IF                                                       06296664
                                                                        06298330
           WRITE PROCTRAN-FILE-REC                                      06300000
               INVALID KEY                                              06310000
                   MOVE 'R' TO SODDPAY-OUTCOME-SWITCH                   06320000
                   MOVE 'PROCTRAN WRITE ERROR (CREDIT)'                 06330000
                       TO SODDPAY-REJECT-REASON                         06340000
               NOT INVALID KEY                                          06343333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        06346666
           END-WRITE.                                                   06350000
       2650-EXIT.                                                       06360000
           EXIT.                                                        06370000
           END-STRING                                                   06380500
           MOVE SODDPAY-CURRENT-DATE TO OUTPAY-PROC-DATE                06380525
                                                                        06380550
           IF SODDPAY-SIMULATING                                        06380554
               ADD 1 TO SODDPAY-EXTERNAL-COUNT                          06380558
               GO TO 2660-EXIT                                          06380562
           END-IF                                                       06380566
                                                                        06380570
           WRITE OUTPAY-REC                                             06380575
                                                                        06380600
           PERFORM 2670-WRITE-PAYSTAT THRU 2670-EXIT                    06380605
           END-WRITE.                                                   06380766
       2670-EXIT.                                                       06380768
           EXIT.                                                        06380770
                                                                        06380771
      ******************************************************************06380772
      *  2680-WRITE-SIMPOST - A SIMULATION RUN'S PDR, NTP OR PCR LEG   *06380773
      *  GOES TO THE SIMULATION POSTINGS FILE INSTEAD, SIGNED BY ITS   *06380774
      *  EFFECT ON THE ACCOUNT IT NAMES.                               *06380775
      ******************************************************************06380776
       2680-WRITE-SIMPOST.                                              06380777
           MOVE SPACES TO SIMPOST-FILE-REC                              06380778
           MOVE SODDPAY-SIM-SCENARIO TO SIMPOST-SCENARIO                06380779
           MOVE SODDPAY-SIM-BASIS    TO SIMPOST-BASIS                   06380780
           MOVE 'SODDPAY '           TO SIMPOST-JOB                     06380781
           MOVE SODDPAY-CURRENT-DATE TO SIMPOST-DATE                    06380782
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                06380783
               TO SIMPOST-SORTCODE                                      06380784
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           06380785
               TO SIMPOST-ACCOUNT                                       06380786
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO SIMPOST-TYPE     06380787
           IF PROC-TRAN-TYPE OF PROCTRAN-FILE-REC = 'PCR'               06380788
               MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC               06380789
                   TO SIMPOST-AMOUNT                                    06380790
           ELSE                                                         06380791
               COMPUTE SIMPOST-AMOUNT =                                 06380792
                   ZERO - PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC         06380793
           END-IF                                                       06380794
           MOVE PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC                 06380795
               TO SIMPOST-CURRENCY                                      06380796
           MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC TO SIMPOST-DESC     06380797
                                                                        06380798
           WRITE SIMPOST-FILE-REC                                       06380799
           ADD 1 TO SODDPAY-SIM-COUNT.                                  06380800
       2680-EXIT.                                                       06380801
           EXIT.                                                        06380802
                                                                        06380772
      ******************************************************************06390000
      *  2700-ADVANCE-NEXT-DUE-DATE - MOVE SODD-NEXT-DUE-DATE FORWARD  *06400000
      *  NEXT DUE DATE.                                                *07160000
      ******************************************************************07170000
       2750-REWRITE-SODD.                                               07180000
           IF SODDPAY-SIMULATING                                        07182000
               GO TO 2750-EXIT                                          07184000
           END-IF                                                       07186000
                                                                        07188000
           REWRITE SODD-FILE-REC                                        07190000
               INVALID KEY                                              07200000
                   MOVE 'R' TO SODDPAY-OUTCOME-SWITCH                   07210000
           WRITE SODD-RPT-LINE FROM SODDPAY-SUMMARY-LINE-4              08570000
                                                                        08572000
           MOVE SODDPAY-EXTERNAL-COUNT TO SODDPAY-SUM-EXTERNAL          08574000
           WRITE SODD-RPT-LINE FROM SODDPAY-SUMMARY-LINE-5              08576000
                                                                        08576500
           IF SODDPAY-SIMULATING                                        08577000
               MOVE SODDPAY-SIM-COUNT    TO SODDPAY-SUM-SIM             08577500
               MOVE SODDPAY-SIM-SCENARIO TO SODDPAY-SUM-SCENARIO        08578000
               MOVE SODDPAY-SIM-BASIS    TO SODDPAY-SUM-BASIS           08578500
               WRITE SODD-RPT-LINE FROM SODDPAY-SUMMARY-LINE-6          08579000
           END-IF.                                                      08579500
       3000-EXIT.                                                       08580000
           EXIT.                                                        08590000
                                                                        08600000
           READ SODD-FILE                                               08602840
               KEY IS SODD-KEY OF SODD-FILE-REC                         08602880
               INVALID KEY                                              08602920
                   IF NOT SODDPAY-SIMULATING                            08602940
                       DELETE RETRY-FILE RECORD                         08602960
                   END-IF                                               08602980
                   GO TO 4200-EXIT                                      08603000
           END-READ                                                     08603040
                                                                        08603080
           IF NOT SODD-ACTIVE OF SODD-FILE-REC                          08603120
               IF NOT SODDPAY-SIMULATING                                08603140
                   DELETE RETRY-FILE RECORD                             08603160
               END-IF                                                   08603180
               GO TO 4200-EXIT                                          08603200
           END-IF                                                       08603240
                                                                        08603280
           MOVE 'RECOVERED' TO SODDPAY-EXC-STATUS                       08604880
           PERFORM 4800-WRITE-EXCP-DETAIL THRU 4800-EXIT                08604920
                                                                        08604960
           IF NOT SODDPAY-SIMULATING                                    08604980
               DELETE RETRY-FILE RECORD                                 08605000
           END-IF.                                                      08605020
       4300-EXIT.                                                       08605040
           EXIT.                                                        08605080
                                                                        08605120
                                                                        08605960
           PERFORM 4800-WRITE-EXCP-DETAIL THRU 4800-EXIT                08606000
                                                                        08606040
           IF SODDPAY-SIMULATING                                        08606048
               GO TO 4400-EXIT                                          08606056
           END-IF                                                       08606064
                                                                        08606072
           REWRITE RETRY-FILE-REC                                       08606080
               INVALID KEY                                              08606120
                   DISPLAY 'SODDPAY - CRITICAL - RETRY QUEUE '          08606160
                                                                        08607320
      ******************************************************************08607360
      *  4900-WRITE-EXCP-SUMMARY - QUEUE MOVEMENT TOTALS FOR THE       *08607400
      *  RUN, AND THE RETRY LIMIT IT USED.                             *08607440
      ******************************************************************08607480
       4900-WRITE-EXCP-SUMMARY.                                         08607520
           MOVE SPACES TO EXCP-RPT-LINE                                 08607560
           WRITE EXCP-RPT-LINE FROM SODDPAY-EXCP-SUM-LINE-3             08607960
                                                                        08608000
           MOVE SODDPAY-EXHAUSTED-COUNT TO SODDPAY-EXC-SUM-EXHAUST      08608040
           WRITE EXCP-RPT-LINE FROM SODDPAY-EXCP-SUM-LINE-4             08608051
                                                                        08608062
           MOVE SODDPAY-RETRY-LIMIT TO SODDPAY-EXC-PARM-VALUE           08608073
           MOVE SODDPAY-RETRY-SOURCE TO SODDPAY-EXC-PARM-SOURCE         08608084
           MOVE SODDPAY-RETRY-EFFECTIVE TO SODDPAY-EXC-PARM-EFFECTIVE   08608095
           WRITE EXCP-RPT-LINE FROM SODDPAY-EXCP-PARM-LINE.             08608106
       4900-EXIT.                                                       08608120
           EXIT.                                                        08608160
                                                                        08608200
      ******************************************************************08608320
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *08608440
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *08608560
      ******************************************************************08608680
       8900-ADD-CONTROL-TOTAL.                                          08608800
           SET BALTOT-REQ-ADD TO TRUE                                   08608920
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  08609040
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  08609160
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   08609280
               TO BALTOT-REQ-AMOUNT                                     08609400
           CALL 'BALTOT' USING BALTOT-REQUEST.                          08609520
       8900-EXIT.                                                       08609640
           EXIT.                                                        08609760
                                                                        08609880
      ******************************************************************08610000
      *  9000-TERMINATE - MARK THE CHECKPOINT COMPLETE SO THE NEXT RUN *08620000
      *  STARTS FRESH, AND CLOSE THE FILES.                            *08630000
      ******************************************************************08640000
       9000-TERMINATE.                                                  08650000
           IF SODDPAY-PARTITIONED                                       08650050
              AND NOT SODDPAY-SIMULATING                                08650100
               OPEN EXTEND PTOT-FILE                                    08650150
               MOVE 'SODDPAY '         TO PTOT-JOB                      08650200
               MOVE SODDPAY-PART-ID    TO PTOT-PARTITION                08650250
               CLOSE PTOT-FILE                                          08650550
           END-IF                                                       08650600
                                                                        08650650
           SET BALTOT-REQ-WRITE TO TRUE                                 08650987
           CALL 'BALTOT' USING BALTOT-REQUEST                           08651324
                                                                        08651661
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              08652000
           MOVE SODDPAY-READ-COUNT TO RUNCTL-REQ-COUNT                  08654000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           08656000
           CLOSE SODD-FILE                                              08710000
           CLOSE ACCOUNT-FILE                                           08720000
           CLOSE PROCTRAN-FILE                                          08730000
           IF SODDPAY-SIMULATING                                        08732500
               CLOSE SIMPOST-FILE                                       08735000
           ELSE                                                         08737500
               CLOSE PCTRL-FILE                                         08740000
               CLOSE OUTPAY-FILE                                        08742500
               CLOSE PAYSTAT-FILE                                       08745000
           END-IF                                                       08747500
           CLOSE SODD-RPT                                               08750000
           CLOSE RETRY-FILE                                             08752000
           CLOSE EXCP-RPT                                               08754000
           CLOSE SRTCODE-FILE                                           08756000
           CLOSE PCAL-FILE                                              08758000
           CLOSE LIMIT-FILE                                             08758200
           CLOSE LIMUSE-FILE                                            08758400
           CLOSE CUSTOMER-FILE                                          08759300
           CLOSE HOLD-FILE                                              08759600
           CLOSE LEGORDER-FILE                                          08759700
           CLOSE UNCLEAR-FILE                                           08759733
           CLOSE PENDREL-FILE                                           08759766
           CLOSE PRODCAT-FILE                                           08759800
           CLOSE ISASUB-FILE                                            08759900
           CLOSE NOTICE-FILE                                            08759933
           CLOSE RATE-FILE                                              08759966
           CLOSE CHECKPOINT-FILE.                                       08760000
       9000-EXIT.                                                       08770000
           EXIT.                                                        08780000
