      *                 THE PROCTRAN CONTROL SINGLETON SO GLEXTR AND   *00350000
      *                 STMTCYC PICK THE POSTING UP NATURALLY, AND     *00360000
      *                 CLEARS THE ACCRUAL                             *00370000
      *               - ON A CREDIT BALANCE, A RATE ROW WITH BALANCE   *00370909
      *                 TIERS PAYS THE WHOLE BALANCE AT ITS TIER'S     *00371818
      *                 RATE (METHOD W) OR EACH BAND AT THE BAND'S     *00372727
      *                 OWN RATE (METHOD B).  A BONUS RATE ON THE ROW  *00373636
      *                 ACCRUES SEPARATELY AND IS CAPITALISED AS ITS   *00374545
      *                 OWN INT ROW, BONUS INTEREST PAID, ONLY IF NO   *00375454
      *                 CUSTOMER-INITIATED DEBIT (DEB, TFD, PDR, CHO)  *00376363
      *                 WAS POSTED IN THE PERIOD.  A SWEEP OF PROCTRAN *00377272
      *                 AT THE START OF EACH RUN MARKS THE BONUS       *00378181
      *                 FORFEIT FOR ANY ACCOUNT THAT HAD ONE           *00379090
      *               - AN OPTIONAL SIMULATION PARAMETER (COPYBOOK     *00379181
      *                 SIMPARM) MAKES THE RUN A WHAT-IF : THE MASTERS *00379272
      *                 ARE READ BUT NOT UPDATED, THE PROJECTED DATE   *00379363
      *                 REPLACES THE BUSINESS DATE, AND EACH WOULD-BE  *00379454
      *                 INT POSTING - PLUS EACH DAY'S ACCRUAL, AS TYPE *00379545
      *                 ACR - GOES TO THE SIMULATION POSTINGS FILE     *00379636
      *                 (COPYBOOK SIMPOST) FOR SIMCOMP.  PROPOSED      *00379727
      *                 RATES ARE SUPPLIED BY POINTING RATEFILE AND    *00379818
      *                 ACRHFILE AT THE SCENARIO'S COPIES              *00379909
      *               - A PRICING EXCEPTION IN FORCE FOR THE ACCOUNT   *00379920
      *                 (COPYBOOK PRICEXC) REPLACES THE PRODUCT CREDIT *00379931
      *                 OR DEBIT RATE - TIERS INCLUDED - WITH ITS OWN. *00379942
      *                 EACH DAY'S DIFFERENCE FROM WHAT THE PRODUCT    *00379953
      *                 RATE WOULD HAVE ACCRUED IS ADDED TO THE MONTH'S*00379964
      *                 FORGONE-INCOME LEDGER (COPYBOOK PRCXFGN) FOR   *00379975
      *                 PRCXRPT.  A BONUS RATE IS NOT AFFECTED         *00379986
      *               - AN ACCOUNT WITH A PAY-AWAY INSTRUCTION         *00379987
      *                 (COPYBOOK PAYAWAY, KEPT BY PAWMNT) HAS THE     *00379988
      *                 INTEREST IT IS CAPITALISED ADDED TO THE        *00379989
      *                 INSTRUCTION'S AMOUNT DUE.  ON OR AFTER THE     *00379990
      *                 INSTRUCTION'S NEXT PAY DATE THE AMOUNT DUE IS  *00379991
      *                 TRANSFERRED OUT (TFD) - TO AN ACCOUNT AT THIS  *00379992
      *                 BANK (TFC), OR ONTO THE OUTBOUND CLEARING      *00379993
      *                 EXTRACT WITH A PAYSTAT ROW - AND THE PAY DATE  *00379994
      *                 MOVES ON BY THE MONTHLY, QUARTERLY OR ANNUAL   *00379995
      *                 FREQUENCY.  A PAY-AWAY THAT CANNOT BE MADE     *00379996
      *                 LEAVES THE INTEREST CAPITALISED ON THE ACCOUNT *00379997
      *                 AND IS RECORDED ON THE INSTRUCTION             *00379998
      *                                                                *00380000
      *  FILES    : ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00390000
      *             RATEFILE - VSAM KSDS - PRODUCT RATE TABLE (INPUT)  *00400000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00430000
      *             INTRPT   - ACCRUAL CONTROL REPORT (OUTPUT)         *00440000
      *             CHKPTF   - CHECKPOINT FILE (I-O)                   *00450000
      *             SIMPARM  - SIMULATION PARAMETER (OPTIONAL)         *00455000
      *             SIMPOST  - SIMULATED POSTINGS (EXTEND)             *00457500
      *             PRCXFILE - VSAM KSDS - PRICING EXCEPTIONS (INPUT)  *00458750
      *             PRCXFGN  - VSAM KSDS - FORGONE INCOME LEDGER (I-O) *00459375
      *             PAYAWAY  - VSAM KSDS - PAY-AWAY INSTRUCTIONS (I-O) *00459479
      *             BENEF    - VSAM KSDS - SAVED PAYEES (INPUT)        *00459583
      *             SRTCODE  - VSAM KSDS - OWN SORT CODES (INPUT)      *00459687
      *             OUTIPAY  - OUTBOUND PAYMENTS EXTRACT (OUTPUT)      *00459791
      *             PAYSTAT  - VSAM KSDS - PAYMENT STATUS (I-O)        *00459895
      *                                                                *00460000
      *  CHECKPOINT/RESTART : THE ACCOUNT FILE IS KEYED, SO RESTART    *00470000
      *             POSITIONS PAST THE LAST KEY SUCCESSFULLY           *00480000
      *  ----------------------------------------------------------    *00550000
      *  DATE        BY    DESCRIPTION                                 *00560000
      *  2026-08-22  BAG   INITIAL VERSION                             *00570000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00573333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00576666
      *                                                                *00580000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00583333
      *                    SUBSYSTEM AT START AND END                  *00586666
      *  2026-09-02  BAG   INTEREST ROWS CARRY THE ACCOUNT'S OWN     *  00587700
      *                    CURRENCY - THE ACCRUAL ITSELF IS ALREADY  *  00587800
      *                    IN ACCOUNT-CURRENCY TERMS                 *  00587900
      *  2026-10-15  BAG   CREDIT RATES MAY CARRY BALANCE TIERS        *00588320
      *                    (WHOLE-BALANCE OR BANDED) AND A BONUS RATE  *00588740
      *                    PAID AS A SEPARATE INT ROW, FORFEIT FOR A   *00589160
      *                    PERIOD WITH ANY DEB, TFD, PDR OR CHO        *00589580
      *  2026-10-15  BAG   WHAT-IF SIMULATION MODE DRIVEN BY AN        *00589685
      *                    OPTIONAL SIMPARM : MASTERS READ ONLY,       *00589790
      *                    WOULD-BE POSTINGS TO SIMPOST                *00589895
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00589930
      *                    BALCHK THROUGH BALTOT                       *00589965
      *  2026-10-15  BAG   HONOUR ACCOUNT PRICING EXCEPTIONS           *00589973
      *                    (PRICEXC) IN PLACE OF THE PRODUCT RATE,     *00589981
      *                    LOGGING THE INCOME FORGONE TO PRCXFGN       *00589989
      *  2026-10-15  BAG   PAY CAPITALISED INTEREST AWAY ON A PAWMNT   *00589991
      *                    INSTRUCTION - OWN ACCOUNT, SAVED PAYEE OR   *00589993
      *                    ANOTHER BANK VIA THE CLEARING EXTRACT       *00589995
      ******************************************************************00590000
       ENVIRONMENT DIVISION.                                            00600000
       INPUT-OUTPUT SECTION.                                            00610000
                                                                        00800000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00810000
                  ORGANIZATION IS INDEXED                               00820000
                  ACCESS MODE IS DYNAMIC                                00830000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00840000
                  FILE STATUS IS INTACCR-PROCTRAN-STATUS.               00850000
                                                                        00860000
           SELECT PTOT-FILE       ASSIGN TO PARTTOT                     01025000
                  ORGANIZATION IS LINE SEQUENTIAL                       01026000
                  FILE STATUS IS INTACCR-PTOT-STATUS.                   01027000
                                                                        01027111
           SELECT OPTIONAL SIM-FILE ASSIGN TO SIMPARM                   01027222
                  ORGANIZATION IS SEQUENTIAL                            01027333
                  FILE STATUS IS INTACCR-SIM-STATUS.                    01027444
                                                                        01027555
           SELECT SIMPOST-FILE    ASSIGN TO SIMPOST                     01027666
                  ORGANIZATION IS LINE SEQUENTIAL                       01027777
                  FILE STATUS IS INTACCR-SPST-STATUS.                   01027888
                                                                        01027896
           SELECT PRCX-FILE       ASSIGN TO PRCXFILE                    01027904
                  ORGANIZATION IS INDEXED                               01027912
                  ACCESS MODE IS DYNAMIC                                01027920
                  RECORD KEY IS PRICEXC-KEY OF PRCX-FILE-REC            01027928
                  FILE STATUS IS INTACCR-PRCX-STATUS.                   01027936
                                                                        01027944
           SELECT PRCXFGN-FILE    ASSIGN TO PRCXFGN                     01027952
                  ORGANIZATION IS INDEXED                               01027960
                  ACCESS MODE IS RANDOM                                 01027968
                  RECORD KEY IS PRCXFGN-KEY OF PRCXFGN-FILE-REC         01027976
                  FILE STATUS IS INTACCR-PFGN-STATUS.                   01028363
                                                                        01028750
           SELECT PAYAWAY-FILE    ASSIGN TO PAYAWAY                     01029137
                  ORGANIZATION IS INDEXED                               01029524
                  ACCESS MODE IS RANDOM                                 01029911
                  RECORD KEY IS PAYAWAY-KEY OF PAYAWAY-FILE-REC         01030298
                  FILE STATUS IS INTACCR-PAYAWAY-STATUS.                01030685
                                                                        01031072
           SELECT BENEF-FILE      ASSIGN TO BENEF                       01031459
                  ORGANIZATION IS INDEXED                               01031846
                  ACCESS MODE IS RANDOM                                 01032233
                  RECORD KEY IS BENEF-KEY OF BENEF-FILE-REC             01032620
                  FILE STATUS IS INTACCR-BENEF-STATUS.                  01033007
                                                                        01033394
           SELECT SRTCODE-FILE    ASSIGN TO SRTCODE                     01033781
                  ORGANIZATION IS INDEXED                               01034168
                  ACCESS MODE IS RANDOM                                 01034555
                  RECORD KEY IS SRTCDE-KEY OF SRTCODE-FILE-REC          01034942
                  FILE STATUS IS INTACCR-SRTCDE-STATUS.                 01035329
                                                                        01035716
           SELECT OUTPAY-FILE     ASSIGN TO OUTIPAY                     01036103
                  ORGANIZATION IS LINE SEQUENTIAL                       01036490
                  FILE STATUS IS INTACCR-OUTPAY-STATUS.                 01036877
                                                                        01037264
           SELECT PAYSTAT-FILE    ASSIGN TO PAYSTAT                     01037651
                  ORGANIZATION IS INDEXED                               01038038
                  ACCESS MODE IS RANDOM                                 01038425
                  RECORD KEY IS PAYSTAT-KEY OF PAYSTAT-FILE-REC         01038812
                  FILE STATUS IS INTACCR-PAYSTAT-STATUS.                01039199
                                                                        01039586
       DATA DIVISION.                                                   01040000
       FILE SECTION.                                                    01050000
       FD  ACCOUNT-FILE                                                 01060000
           05  PTOT-HIGH-SORTCODE          PIC 9(6).                    01395000
           05  PTOT-READ-COUNT             PIC 9(9).                    01396000
           05  PTOT-STATUS                 PIC X.                       01397000
                                                                        01397090
       FD  SIM-FILE                                                     01397180
           RECORDING MODE IS F.                                         01397270
       01  SIM-FILE-REC.                                                01397360
           COPY SIMPARM.                                                01397450
                                                                        01397540
       FD  SIMPOST-FILE                                                 01397630
           RECORDING MODE IS F.                                         01397720
       01  SIMPOST-FILE-REC.                                            01397810
           COPY SIMPOST.                                                01397900
                                                                        01397909
       FD  PRCX-FILE                                                    01397918
           RECORDING MODE IS F.                                         01397927
       01  PRCX-FILE-REC.                                               01397936
           COPY PRICEXC.                                                01397945
                                                                        01397954
       FD  PRCXFGN-FILE                                                 01397963
           RECORDING MODE IS F.                                         01397972
       01  PRCXFGN-FILE-REC.                                            01397981
           COPY PRCXFGN.                                                01398044
                                                                        01398107
       FD  PAYAWAY-FILE                                                 01398170
           RECORDING MODE IS F.                                         01398233
       01  PAYAWAY-FILE-REC.                                            01398296
           COPY PAYAWAY.                                                01398359
                                                                        01398422
       FD  BENEF-FILE                                                   01398485
           RECORDING MODE IS F.                                         01398548
       01  BENEF-FILE-REC.                                              01398611
           COPY BENEF.                                                  01398674
                                                                        01398737
       FD  SRTCODE-FILE                                                 01398800
           RECORDING MODE IS F.                                         01398863
       01  SRTCODE-FILE-REC.                                            01398926
           COPY SORTCODE.                                               01398989
                                                                        01399052
       FD  OUTPAY-FILE                                                  01399115
           RECORDING MODE IS F.                                         01399178
       01  OUTPAY-REC.                                                  01399241
           05  OUTPAY-BENEF-SORTCODE       PIC 9(6).                    01399304
           05  OUTPAY-BENEF-ACCOUNT        PIC 9(8).                    01399367
           05  OUTPAY-AMOUNT               PIC 9(10)V99.                01399430
           05  OUTPAY-REFERENCE            PIC X(20).                   01399493
           05  OUTPAY-PROC-DATE            PIC 9(8).                    01399556
                                                                        01399619
       FD  PAYSTAT-FILE                                                 01399682
           RECORDING MODE IS F.                                         01399745
       01  PAYSTAT-FILE-REC.                                            01399808
           COPY PAYSTAT.                                                01399871
                                                                        01399934
       WORKING-STORAGE SECTION.                                         01400000
       01  INTACCR-WORK-AREA.                                           01410000
           05  INTACCR-ACCOUNT-STATUS      PIC XX.                      01420000
               88  INTACCR-CKPT-NOTFND           VALUE '23'.            01490000
           05  INTACCR-PART-STATUS         PIC XX.                      01490100
           05  INTACCR-PTOT-STATUS         PIC XX.                      01490130
           05  INTACCR-SIM-STATUS          PIC XX.                      01490133
           05  INTACCR-SPST-STATUS         PIC XX.                      01490136
           05  INTACCR-PRCX-STATUS         PIC XX.                      01490137
           05  INTACCR-PFGN-STATUS         PIC XX.                      01490138
           05  INTACCR-PAYAWAY-STATUS      PIC XX.                      01490139
           05  INTACCR-BENEF-STATUS        PIC XX.                      01490140
           05  INTACCR-SRTCDE-STATUS       PIC XX.                      01490141
           05  INTACCR-OUTPAY-STATUS       PIC XX.                      01490142
           05  INTACCR-PAYSTAT-STATUS      PIC XX.                      01490143
           05  INTACCR-SIM-SWITCH          PIC X     VALUE 'N'.         01490144
               88  INTACCR-SIMULATING            VALUE 'Y'.             01490145
           05  INTACCR-SIM-SCENARIO        PIC X(8)  VALUE SPACES.      01490146
           05  INTACCR-SIM-BASIS           PIC X     VALUE SPACE.       01490147
           05  INTACCR-SIM-DATE            PIC 9(8)  VALUE ZERO.        01490148
           05  INTACCR-PART-SWITCH         PIC X     VALUE 'N'.         01490160
               88  INTACCR-PARTITIONED           VALUE 'Y'.             01490190
           05  INTACCR-PART-ID             PIC 99    VALUE ZERO.        01490220
               88  INTACCR-HIST-DONE             VALUE 'Y'.             01714000
           05  INTACCR-HIST-CREDIT-RATE    PIC 9(2)V9(4) VALUE ZERO.    01715000
           05  INTACCR-HIST-DEBIT-RATE     PIC 9(2)V9(4) VALUE ZERO.    01716000
           05  INTACCR-BONUS-RATE          PIC 9(2)V9(4) VALUE ZERO.    01716173
           05  INTACCR-DAILY-BONUS         PIC S9(8)V9(4) VALUE ZERO.   01716346
           05  INTACCR-TIER-SUB            PIC 99    COMP VALUE ZERO.   01716519
           05  INTACCR-TIER-FLOOR          PIC 9(10)V99 VALUE ZERO.     01716692
           05  INTACCR-TIER-SWITCH         PIC X     VALUE 'N'.         01716865
               88  INTACCR-TIER-DONE             VALUE 'Y'.             01717038
           05  INTACCR-TIERED-SWITCH       PIC X     VALUE 'N'.         01717211
               88  INTACCR-TIERED                VALUE 'Y'.             01717384
           05  INTACCR-SWEEP-EOF-SWITCH    PIC X     VALUE 'N'.         01717557
               88  INTACCR-SWEEP-DONE            VALUE 'Y'.             01717730
           05  INTACCR-POST-SWITCH         PIC X     VALUE 'I'.         01717903
               88  INTACCR-POSTING-BASE          VALUE 'I'.             01718076
               88  INTACCR-POSTING-BONUS         VALUE 'B'.             01718249
           05  INTACCR-POST-FAIL-SWITCH    PIC X     VALUE 'N'.         01718422
               88  INTACCR-POST-FAILED           VALUE 'Y'.             01718595
           05  INTACCR-BONUS-PAID-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 01718768
           05  INTACCR-FORFEIT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01718941
           05  INTACCR-SIM-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01719027
           05  INTACCR-EXC-SWITCH          PIC X     VALUE 'N'.         01719033
               88  INTACCR-EXC-FOUND             VALUE 'Y'.             01719039
           05  INTACCR-EXC-EOF-SWITCH      PIC X     VALUE 'N'.         01719045
               88  INTACCR-EXC-DONE              VALUE 'Y'.             01719051
           05  INTACCR-EXC-RATE-SWITCH     PIC X     VALUE 'N'.         01719057
               88  INTACCR-EXC-RATE-APPLIES      VALUE 'Y'.             01719063
           05  INTACCR-PFGN-NEW-SWITCH     PIC X     VALUE 'N'.         01719069
               88  INTACCR-PFGN-NEW              VALUE 'Y'.             01719075
           05  INTACCR-EXC-RATE            PIC 9(2)V9(4) VALUE ZERO.    01719081
           05  INTACCR-STD-INTEREST        PIC S9(8)V9(4) VALUE ZERO.   01719087
           05  INTACCR-FORGONE             PIC S9(8)V9(4) VALUE ZERO.   01719093
           05  INTACCR-FORGONE-TOTAL       PIC S9(10)V9(4) VALUE ZERO.  01719099
           05  INTACCR-EXC-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01719110
           05  INTACCR-PAWY-INTEREST       PIC S9(10)V99 VALUE ZERO.    01719121
           05  INTACCR-PAWY-AMOUNT         PIC S9(10)V99 VALUE ZERO.    01719132
           05  INTACCR-PAWY-TOTAL          PIC S9(10)V99 VALUE ZERO.    01719143
           05  INTACCR-PAWY-RESULT         PIC X     VALUE 'P'.         01719154
               88  INTACCR-PAWY-PAID             VALUE 'P'.             01719165
               88  INTACCR-PAWY-FAILED           VALUE 'F'.             01719176
           05  INTACCR-PAWY-REASON         PIC X(24) VALUE SPACES.      01719187
           05  INTACCR-DEST-SWITCH         PIC X     VALUE 'I'.         01719198
               88  INTACCR-DEST-INTERNAL         VALUE 'I'.             01719209
               88  INTACCR-DEST-EXTERNAL         VALUE 'E'.             01719220
           05  INTACCR-PAY-MONTHS          PIC 99    VALUE ZERO.        01719231
           05  INTACCR-PAWY-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01719242
           05  INTACCR-PAWY-FAILED-COUNT   PIC 9(9)  COMP-3 VALUE ZERO. 01719253
                                                                        01719264
      *   THE RATE HISTORY ROW IN FORCE FOR THE CURRENT ACCOUNT,      * 01719287
      *   KEPT WHOLE SO THE TIER TABLE AND BONUS RATE GO WITH IT.     * 01719460
       01  INTACCR-FORCE-REC.                                           01719633
           COPY ACRHIST.                                                01719806
                                                                        01719844
      *   THE PRICING EXCEPTION IN FORCE FOR THE CURRENT ACCOUNT.      *01719882
       01  INTACCR-EXC-REC.                                             01719920
           COPY PRICEXC.                                                01719958
                                                                        01719962
      *   THE ACCOUNT BEING PAID AWAY FROM, KEPT WHILE THE DESTINATION *01719966
      *   OCCUPIES THE ACCOUNT RECORD AREA.                            *01719974
       01  INTACCR-SOURCE-REC.                                          01719982
           COPY ACCOUNT.                                                01719990
                                                                        01720000
       01  INTACCR-SUMMARY-LINE-1.                                      01730000
           05  FILLER                      PIC X(20) VALUE              01740000
               'TYPES WITH NO RATE: '.                                  01930000
           05  INTACCR-SUM-NORATE          PIC Z(8)9.                   01940000
           05  FILLER                      PIC X(47) VALUE SPACES.      01950000
                                                                        01950040
       01  INTACCR-SUMMARY-LINE-5.                                      01950833
           05  FILLER                      PIC X(20) VALUE              01951666
               'BONUSES PAID      : '.                                  01952499
           05  INTACCR-SUM-BONUS           PIC Z(8)9.                   01953332
           05  FILLER                      PIC X(47) VALUE SPACES.      01954165
                                                                        01954998
       01  INTACCR-SUMMARY-LINE-6.                                      01955831
           05  FILLER                      PIC X(20) VALUE              01956664
               'BONUSES FORFEITED : '.                                  01957497
           05  INTACCR-SUM-FORFEIT         PIC Z(8)9.                   01958330
           05  FILLER                      PIC X(47) VALUE SPACES.      01959163
                                                                        01959227
       01  INTACCR-SUMMARY-LINE-7.                                      01959291
           05  FILLER                      PIC X(20) VALUE              01959355
               'SIMULATED POSTINGS: '.                                  01959419
           05  INTACCR-SUM-SIM             PIC Z(8)9.                   01959483
           05  FILLER                      PIC X(2)  VALUE SPACES.      01959547
           05  FILLER                      PIC X(9)  VALUE              01959611
               'SCENARIO '.                                             01959675
           05  INTACCR-SUM-SCENARIO        PIC X(8).                    01959739
           05  FILLER                      PIC X(1)  VALUE SPACE.       01959803
           05  INTACCR-SUM-BASIS           PIC X.                       01959867
           05  FILLER                      PIC X(26) VALUE SPACES.      01959931
                                                                        01960000
       01  INTACCR-SUMMARY-LINE-8.                                      01960192
           05  FILLER                      PIC X(20) VALUE              01960384
               'PRICING EXCEPTIONS: '.                                  01960576
           05  INTACCR-SUM-EXC             PIC Z(8)9.                   01960768
           05  FILLER                      PIC X(47) VALUE SPACES.      01960960
                                                                        01961152
       01  INTACCR-SUMMARY-LINE-9.                                      01961344
           05  FILLER                      PIC X(20) VALUE              01961536
               'INCOME FORGONE    : '.                                  01961728
           05  INTACCR-SUM-FORGONE         PIC -(8)9.99.                01961920
           05  FILLER                      PIC X(48) VALUE SPACES.      01962112
                                                                        01962118
       01  INTACCR-SUMMARY-LINE-10.                                     01962125
           05  FILLER                      PIC X(20) VALUE              01962138
               'INTEREST PAID AWAY: '.                                  01962151
           05  INTACCR-SUM-PAWY            PIC Z(8)9.                   01962164
           05  FILLER                      PIC X(2)  VALUE SPACES.      01962177
           05  INTACCR-SUM-PAWY-TOTAL      PIC -(8)9.99.                01962190
           05  FILLER                      PIC X(37) VALUE SPACES.      01962203
                                                                        01962216
       01  INTACCR-SUMMARY-LINE-11.                                     01962229
           05  FILLER                      PIC X(20) VALUE              01962242
               'PAY-AWAYS FAILED  : '.                                  01962255
           05  INTACCR-SUM-PAWY-FAILED     PIC Z(8)9.                   01962268
           05  FILLER                      PIC X(47) VALUE SPACES.      01962281
                                                                        01962304
       01  RUNCTL-REQUEST-AREA.                                         01962500
           COPY RUNCTLQ.                                                01965000
                                                                        01965156
       01  BALTOT-REQUEST-AREA.                                         01965312
           COPY BALTOTQ.                                                01965468
                                                                        01965625
       01  BUSDATE-REQUEST-AREA.                                        01966250
           COPY BUSDATEQ.                                               01966875
                                                                        01967500
      ******************************************************************01970000
       PROCEDURE DIVISION.                                              01980000
      ******************************************************************02160000
       1000-INITIALIZE.                                                 02170000
           PERFORM 1050-READ-PARTITION-PARM THRU 1050-EXIT              02170500
           PERFORM 1060-READ-SIMULATION-PARM THRU 1060-EXIT             02170550
                                                                        02170600
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02171000
           MOVE INTACCR-JOB-NAME TO RUNCTL-REQ-JOB                      02172000
               DISPLAY 'INTACCR - HELD - PREDECESSOR NOT COMPLETE'      02176000
               STOP RUN                                                 02177000
           END-IF                                                       02178000
                                                                        02178200
           MOVE 'INTACCR' TO BALTOT-REQ-JOB                             02178400
           SET BALTOT-REQ-PRODUCER TO TRUE                              02178600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02178800
                                                                        02179000
      *    A SIMULATION RUN ONLY READS THE MASTERS, TAKES NO           *02181833
      *    PROCTRAN NUMBERS, AND APPENDS TO THE SIMULATION FILE.       *02184666
           IF INTACCR-SIMULATING                                        02187499
               OPEN INPUT  ACCOUNT-FILE                                 02190332
               OPEN INPUT  RATE-FILE                                    02193165
               OPEN INPUT  ACRHIST-FILE                                 02195998
               OPEN INPUT  ACCRUAL-FILE                                 02198831
               OPEN INPUT  PROCTRAN-FILE                                02201664
               OPEN EXTEND SIMPOST-FILE                                 02204497
               OPEN INPUT  PRCX-FILE                                    02205913
               OPEN INPUT  PAYAWAY-FILE                                 02206267
               OPEN INPUT  BENEF-FILE                                   02206621
               OPEN INPUT  SRTCODE-FILE                                 02206975
           ELSE                                                         02207330
               OPEN I-O    ACCOUNT-FILE                                 02210163
               OPEN INPUT  RATE-FILE                                    02212996
               OPEN INPUT  ACRHIST-FILE                                 02215829
               OPEN I-O    ACCRUAL-FILE                                 02218662
               OPEN I-O    PROCTRAN-FILE                                02221495
               OPEN I-O    PCTRL-FILE                                   02224328
               OPEN INPUT  PRCX-FILE                                    02225272
               OPEN I-O    PRCXFGN-FILE                                 02226216
               OPEN I-O    PAYAWAY-FILE                                 02226405
               OPEN INPUT  BENEF-FILE                                   02226594
               OPEN INPUT  SRTCODE-FILE                                 02226783
               OPEN I-O    PAYSTAT-FILE                                 02226972
           END-IF                                                       02227161
           OPEN I-O    CHECKPOINT-FILE                                  02230000
                                                                        02240000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02246666
           MOVE BUSDATE-REQ-CURRENT TO INTACCR-CURRENT-DATE             02253332
           IF INTACCR-SIMULATING                                        02254665
              AND INTACCR-SIM-DATE NOT = ZERO                           02255998
               MOVE INTACCR-SIM-DATE TO INTACCR-CURRENT-DATE            02257331
           END-IF                                                       02258664
           ACCEPT INTACCR-CURRENT-TIME FROM TIME                        02260000
                                                                        02270000
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT                  02280000
           PERFORM 1500-SWEEP-DEBITS THRU 1500-EXIT                     02285000
                                                                        02290000
           IF INTACCR-IS-RESTART                                        02300000
               OPEN EXTEND INT-RPT                                      02310000
           ELSE                                                         02320000
               OPEN OUTPUT INT-RPT                                      02330000
           END-IF                                                       02340000
      *    A RESTART ADDS TO THE EXTRACT ALREADY WRITTEN TONIGHT.      *02341111
           IF NOT INTACCR-SIMULATING                                    02342222
               IF INTACCR-IS-RESTART                                    02343333
                   OPEN EXTEND OUTPAY-FILE                              02344444
               ELSE                                                     02345555
                   OPEN OUTPUT OUTPAY-FILE                              02346666
               END-IF                                                   02347777
           END-IF                                                       02348888
                                                                        02350000
           IF CHECKPOINT-LAST-SORTCODE OF CHECKPOINT-FILE-REC           02360000
              < INTACCR-PART-LOW                                        02363000
           CLOSE PART-FILE.                                             02503900
       1050-EXIT.                                                       02504000
           EXIT.                                                        02504100
                                                                        02504103
      ******************************************************************02504106
      *  1060-READ-SIMULATION-PARM - AN OPTIONAL SIMULATION PARAMETER  *02504109
      *  TURNS THIS RUN INTO A WHAT-IF.  ITS RUNCTL AND CHECKPOINT     *02504112
      *  NAMES END IN S SO IT NEVER DISTURBS THE LIVE RUN'S RESTART    *02504115
      *  POINT, AND NO PARTITION TOTALS ARE WRITTEN FOR PARTCONS.      *02504118
      *  NO PARAMETER MEANS THE LIVE RUN, UNCHANGED.                   *02504121
      ******************************************************************02504124
       1060-READ-SIMULATION-PARM.                                       02504127
           OPEN INPUT SIM-FILE                                          02504130
                                                                        02504133
           IF INTACCR-SIM-STATUS NOT = '00'                             02504136
               GO TO 1060-EXIT                                          02504139
           END-IF                                                       02504142
                                                                        02504145
           READ SIM-FILE                                                02504148
               AT END                                                   02504151
                   CLOSE SIM-FILE                                       02504154
                   GO TO 1060-EXIT                                      02504157
           END-READ                                                     02504160
                                                                        02504163
           SET INTACCR-SIMULATING TO TRUE                               02504166
           MOVE SIMPARM-SCENARIO  TO INTACCR-SIM-SCENARIO               02504169
           MOVE SIMPARM-BASIS     TO INTACCR-SIM-BASIS                  02504172
           MOVE SIMPARM-PROJ-DATE TO INTACCR-SIM-DATE                   02504175
           MOVE 'S'               TO INTACCR-JOB-NAME(8:1)              02504178
                                                                        02504181
           CLOSE SIM-FILE.                                              02504184
       1060-EXIT.                                                       02504187
           EXIT.                                                        02504190
                                                                        02504200
      ******************************************************************02520000
      *  1100-READ-CHECKPOINT - LOOK FOR A CHECKPOINT LEFT BY A PRIOR  *02530000
           END-IF.                                                      03056000
       1200-EXIT.                                                       03060000
           EXIT.                                                        03070000
                                                                        03070006
      ******************************************************************03070120
      *  1500-SWEEP-DEBITS - WALK THE LIVE PROCTRAN ROWS FOR THIS      *03070240
      *  RUN'S SORT-CODE RANGE AND MARK THE BONUS FORFEIT ON EVERY     *03070360
      *  ACCRUAL WHOSE ACCOUNT HAS HAD A CUSTOMER-INITIATED DEBIT      *03070480
      *  SINCE ITS PERIOD STARTED.  A RESTART SIMPLY REPEATS THE       *03070600
      *  SWEEP - A BONUS ALREADY MARKED FORFEIT STAYS FORFEIT.         *03070720
      ******************************************************************03070840
       1500-SWEEP-DEBITS.                                               03070960
      *    A SIMULATION CANNOT MARK FORFEITS - IT HONOURS THOSE THE    *03070977
      *    LAST LIVE RUN ALREADY MARKED.                               *03070994
           IF INTACCR-SIMULATING                                        03071011
               GO TO 1500-EXIT                                          03071028
           END-IF                                                       03071045
                                                                        03071062
           MOVE 'N' TO INTACCR-SWEEP-EOF-SWITCH                         03071080
                                                                        03071200
           MOVE INTACCR-PART-LOW                                        03071320
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              03071440
           MOVE ZERO TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC           03071560
           START PROCTRAN-FILE KEY IS NOT LESS                          03071680
                 THAN PROC-TRAN-ID OF PROCTRAN-FILE-REC                 03071800
               INVALID KEY                                              03071920
                   SET INTACCR-SWEEP-DONE TO TRUE                       03072040
           END-START                                                    03072160
                                                                        03072280
           PERFORM 1550-SWEEP-ONE-POSTING THRU 1550-EXIT                03072400
              UNTIL INTACCR-SWEEP-DONE.                                 03072520
       1500-EXIT.                                                       03072640
           EXIT.                                                        03072760
                                                                        03072880
      ******************************************************************03073000
      *  1550-SWEEP-ONE-POSTING - ONE PROCTRAN ROW.  ONLY DEB, TFD,    *03073120
      *  PDR AND CHO COUNT AGAINST THE BONUS - INTEREST, FEES AND      *03073240
      *  ADMINISTRATIVE EVENTS DO NOT.                                 *03073360
      ******************************************************************03073480
       1550-SWEEP-ONE-POSTING.                                          03073600
           READ PROCTRAN-FILE NEXT RECORD                               03073720
               AT END                                                   03073840
                   SET INTACCR-SWEEP-DONE TO TRUE                       03073960
                   GO TO 1550-EXIT                                      03074080
           END-READ                                                     03074200
                                                                        03074320
           IF PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                  03074440
              > INTACCR-PART-HIGH                                       03074560
               SET INTACCR-SWEEP-DONE TO TRUE                           03074680
               GO TO 1550-EXIT                                          03074800
           END-IF                                                       03074920
                                                                        03075040
           IF PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC          03075160
               GO TO 1550-EXIT                                          03075280
           END-IF                                                       03075400
                                                                        03075520
           IF NOT PROC-TY-DEBIT OF PROCTRAN-FILE-REC                    03075640
              AND NOT PROC-TY-TRANSFER-DEBIT OF PROCTRAN-FILE-REC       03075760
              AND NOT PROC-TY-PAYMENT-DEBIT OF PROCTRAN-FILE-REC        03075880
              AND NOT PROC-TY-CHEQUE-PAID-OUT OF PROCTRAN-FILE-REC      03076000
               GO TO 1550-EXIT                                          03076120
           END-IF                                                       03076240
                                                                        03076360
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                03076480
               TO ACRACCR-SORTCODE OF ACCRUAL-FILE-REC                  03076600
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           03076720
               TO ACRACCR-NUMBER OF ACCRUAL-FILE-REC                    03076840
           READ ACCRUAL-FILE                                            03076960
               KEY IS ACRACCR-KEY OF ACCRUAL-FILE-REC                   03077080
               INVALID KEY                                              03077200
                   GO TO 1550-EXIT                                      03077320
           END-READ                                                     03077440
                                                                        03077560
           IF ACRACCR-PERIOD-START OF ACCRUAL-FILE-REC NOT NUMERIC      03077680
              OR ACRACCR-BONUS-FORFEITED OF ACCRUAL-FILE-REC            03077800
               GO TO 1550-EXIT                                          03077920
           END-IF                                                       03078040
                                                                        03078160
           IF PROC-TRAN-DATE OF PROCTRAN-FILE-REC                       03078280
              NOT > ACRACCR-PERIOD-START OF ACCRUAL-FILE-REC            03078400
               GO TO 1550-EXIT                                          03078520
           END-IF                                                       03078640
                                                                        03078760
           SET ACRACCR-BONUS-FORFEITED OF ACCRUAL-FILE-REC TO TRUE      03078880
           REWRITE ACCRUAL-FILE-REC                                     03079000
               INVALID KEY                                              03079120
                   DISPLAY 'INTACCR - CRITICAL - ACCRUAL REWRITE '      03079240
                       'FAILED FOR ACCOUNT '                            03079360
                           ACRACCR-NUMBER OF ACCRUAL-FILE-REC           03079480
           END-REWRITE.                                                 03079600
       1550-EXIT.                                                       03079720
           EXIT.                                                        03079840
                                                                        03080000
      ******************************************************************03090000
      *  2000-PROCESS-ACCOUNT - ACCRUE (AND, ON STATEMENT DATE,        *03100000
           ADD 1 TO INTACCR-CKPT-COUNT                                  03160000
                                                                        03170000
           IF ACCOUNT-OPEN OF ACCOUNT-FILE-REC                          03180000
               PERFORM 2100-GET-RATE THRU 2100-EXIT                     03186000
               PERFORM 2180-GET-EXCEPTION THRU 2180-EXIT                03192000
               IF INTACCR-RATE-FOUND                                    03198000
                  OR INTACCR-EXC-RATE-APPLIES                           03204000
                   PERFORM 2200-READ-ACCRUAL THRU 2200-EXIT             03210000
                   PERFORM 2300-ACCRUE-ONE-DAY THRU 2300-EXIT           03220000
                   IF ACCOUNT-NEXT-STMT-DATE OF ACCOUNT-FILE-REC        03227500
                      NOT > INTACCR-CURRENT-DATE                        03235000
                      AND (ACRACCR-ACCRUED-AMOUNT OF ACCRUAL-FILE-REC   03242500
                              NOT = ZERO                                03250000
                       OR ACRACCR-BONUS-AMOUNT OF ACCRUAL-FILE-REC      03257500
                              NOT = ZERO                                03265000
                       OR ACRACCR-BONUS-FORFEITED OF ACCRUAL-FILE-REC)  03272500
                       PERFORM 2400-CAPITALIZE THRU 2400-EXIT           03276250
                       PERFORM 2800-APPLY-PAYAWAY THRU 2800-EXIT        03276625
                   ELSE                                                 03277000
                       IF INTACCR-SIMULATING                            03277750
                           PERFORM 2350-SIMULATE-ACCRUAL THRU 2350-EXIT 03278500
                       END-IF                                           03279250
                   END-IF                                               03280000
                   PERFORM 2700-REWRITE-ACCRUAL THRU 2700-EXIT          03290000
               END-IF                                                   03300000
      ******************************************************************03390000
      *  2100-GET-RATE - LOOK THE ANNUAL RATE UP BY ACCOUNT TYPE.      *03400000
      *  CREDIT RATE ON A POSITIVE OR ZERO BALANCE, DEBIT RATE ON A    *03410000
      *  NEGATIVE ONE.  A TYPE WITH NO RATE ROW ACCRUES NOTHING.       *03415000
      *  A CREDIT BALANCE ALSO PICKS UP THE HISTORY ROW'S TIER TABLE   *03420000
      *  AND BONUS RATE, IF IT HAS THEM.                               *03425000
      ******************************************************************03430000
       2100-GET-RATE.                                                   03440000
           MOVE 'N' TO INTACCR-RATE-SWITCH                              03450000
           MOVE 'N' TO INTACCR-TIERED-SWITCH                            03450333
           MOVE ZERO TO INTACCR-BONUS-RATE                              03450666
                                                                        03451000
      *    THE EFFECTIVE-DATED HISTORY IS AUTHORITATIVE - IT GIVES    * 03451500
      *    THE RATE IN FORCE ON THE ACCRUAL DATE.  THE FLAT ACRATE    * 03452000
               ELSE                                                     03456500
                   MOVE INTACCR-HIST-CREDIT-RATE                        03457000
                       TO INTACCR-ANNUAL-RATE                           03457500
                   IF ACRHIST-TIER-WHOLE OF INTACCR-FORCE-REC           03457541
                      OR ACRHIST-TIER-BANDED OF INTACCR-FORCE-REC       03457582
                       IF ACRHIST-TIER-COUNT OF INTACCR-FORCE-REC       03457623
                          > ZERO                                        03457664
                           SET INTACCR-TIERED TO TRUE                   03457705
                       END-IF                                           03457746
                   END-IF                                               03457787
                   IF ACRHIST-BONUS-RATE OF INTACCR-FORCE-REC NUMERIC   03457828
                       MOVE ACRHIST-BONUS-RATE OF INTACCR-FORCE-REC     03457869
                           TO INTACCR-BONUS-RATE                        03457910
                   END-IF                                               03457951
               END-IF                                                   03458000
               GO TO 2100-EXIT                                          03458500
           END-IF                                                       03459000
           SET INTACCR-HIST-FOUND TO TRUE                               03688050
           MOVE ACRHIST-CREDIT-RATE OF ACRHIST-FILE-REC                 03688200
               TO INTACCR-HIST-CREDIT-RATE                              03688350
           MOVE ACRHIST-DEBIT-RATE OF ACRHIST-FILE-REC                  03688462
               TO INTACCR-HIST-DEBIT-RATE                               03688574
           MOVE ACRHIST-FILE-REC TO INTACCR-FORCE-REC.                  03688686
       2170-EXIT.                                                       03688800
           EXIT.                                                        03688950
      ******************************************************************03688962
      *  2180-GET-EXCEPTION - FIND THE ACCOUNT'S PRICING EXCEPTION IN  *03688974
      *  FORCE TODAY, IF IT HAS ONE, AND SEE WHETHER IT OVERRIDES THE  *03688986
      *  RATE FOR THE SIDE THE BALANCE IS ON.  AN ACCOUNT TYPE WITH NO *03688998
      *  PRODUCT RATE STILL ACCRUES AT AN OVERRIDING RATE, THE PRODUCT *03689010
      *  RATE COUNTING AS ZERO.                                        *03689022
      ******************************************************************03689034
       2180-GET-EXCEPTION.                                              03689046
           MOVE 'N' TO INTACCR-EXC-SWITCH                               03689058
           MOVE 'N' TO INTACCR-EXC-EOF-SWITCH                           03689070
           MOVE 'N' TO INTACCR-EXC-RATE-SWITCH                          03689082
                                                                        03689094
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    03689106
               TO PRICEXC-SORTCODE OF PRCX-FILE-REC                     03689118
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      03689130
               TO PRICEXC-ACCOUNT OF PRCX-FILE-REC                      03689142
           MOVE ZERO TO PRICEXC-EFFECTIVE-DATE OF PRCX-FILE-REC         03689154
           START PRCX-FILE KEY IS NOT LESS                              03689166
                 THAN PRICEXC-KEY OF PRCX-FILE-REC                      03689178
               INVALID KEY                                              03689190
                   SET INTACCR-EXC-DONE TO TRUE                         03689202
           END-START                                                    03689214
                                                                        03689226
           PERFORM 2190-READ-EXC-NEXT THRU 2190-EXIT                    03689238
              UNTIL INTACCR-EXC-DONE                                    03689250
                                                                        03689262
           IF NOT INTACCR-EXC-FOUND                                     03689274
               GO TO 2180-EXIT                                          03689286
           END-IF                                                       03689298
                                                                        03689310
           IF ACCOUNT-BALANCE OF ACCOUNT-FILE-REC < ZERO                03689322
               IF PRICEXC-DEBIT-RATE-SET OF INTACCR-EXC-REC             03689334
                   SET INTACCR-EXC-RATE-APPLIES TO TRUE                 03689346
                   MOVE PRICEXC-DEBIT-RATE OF INTACCR-EXC-REC           03689358
                       TO INTACCR-EXC-RATE                              03689370
               END-IF                                                   03689382
           ELSE                                                         03689394
               IF PRICEXC-CREDIT-RATE-SET OF INTACCR-EXC-REC            03689406
                   SET INTACCR-EXC-RATE-APPLIES TO TRUE                 03689418
                   MOVE PRICEXC-CREDIT-RATE OF INTACCR-EXC-REC          03689430
                       TO INTACCR-EXC-RATE                              03689442
               END-IF                                                   03689454
           END-IF                                                       03689466
                                                                        03689478
           IF INTACCR-EXC-RATE-APPLIES                                  03689490
              AND NOT INTACCR-RATE-FOUND                                03689502
               MOVE ZERO TO INTACCR-ANNUAL-RATE                         03689514
           END-IF.                                                      03689526
       2180-EXIT.                                                       03689538
           EXIT.                                                        03689550
                                                                        03689562
      ******************************************************************03689574
      *  2190-READ-EXC-NEXT - STEP THE EXCEPTION BROWSE, REMEMBERING   *03689586
      *  THE LAST ACTIVE ROW STARTED BY TODAY AND NOT YET EXPIRED,     *03689598
      *  UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE OR PASSES TODAY.      *03689610
      ******************************************************************03689622
       2190-READ-EXC-NEXT.                                              03689634
           READ PRCX-FILE NEXT RECORD                                   03689646
               AT END                                                   03689658
                   SET INTACCR-EXC-DONE TO TRUE                         03689670
                   GO TO 2190-EXIT                                      03689682
           END-READ                                                     03689694
                                                                        03689706
           IF PRICEXC-SORTCODE OF PRCX-FILE-REC                         03689718
              NOT = ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                03689730
              OR PRICEXC-ACCOUNT OF PRCX-FILE-REC                       03689742
              NOT = ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                  03689754
              OR PRICEXC-EFFECTIVE-DATE OF PRCX-FILE-REC                03689766
              > INTACCR-CURRENT-DATE                                    03689778
               SET INTACCR-EXC-DONE TO TRUE                             03689790
               GO TO 2190-EXIT                                          03689802
           END-IF                                                       03689814
                                                                        03689826
           IF PRICEXC-ACTIVE OF PRCX-FILE-REC                           03689838
              AND PRICEXC-EXPIRY-DATE OF PRCX-FILE-REC                  03689850
                  NOT < INTACCR-CURRENT-DATE                            03689862
               SET INTACCR-EXC-FOUND TO TRUE                            03689874
               MOVE PRCX-FILE-REC TO INTACCR-EXC-REC                    03689886
           END-IF.                                                      03689898
       2190-EXIT.                                                       03689910
           EXIT.                                                        03689922
                                                                        03689934
      ******************************************************************03690000
      *  2200-READ-ACCRUAL - READ THE ACCOUNT'S ACCRUAL RECORD, OR     *03700000
      *  START A FRESH ONE THE FIRST TIME THE ACCOUNT ACCRUES.         *03710000
                                 OF ACCRUAL-FILE-REC                    03920000
                   MOVE ZERO TO ACRACCR-LAST-ACCRUE-DATE                03930000
                                 OF ACCRUAL-FILE-REC                    03940000
           END-READ                                                     03941666
                                                                        03943332
      *    AN ACCRUAL WRITTEN BEFORE BONUS RATES EXISTED CARRIES NO   * 03944998
      *    BONUS FIELDS - START ITS FIRST BONUS PERIOD TODAY.         * 03946664
           IF INTACCR-NEW-ACCRUAL                                       03948330
              OR ACRACCR-PERIOD-START OF ACCRUAL-FILE-REC NOT NUMERIC   03949996
               MOVE ZERO TO ACRACCR-BONUS-AMOUNT OF ACCRUAL-FILE-REC    03951662
               MOVE INTACCR-CURRENT-DATE                                03953328
                   TO ACRACCR-PERIOD-START OF ACCRUAL-FILE-REC          03954994
               MOVE 'N' TO ACRACCR-BONUS-FORFEIT OF ACCRUAL-FILE-REC    03956660
           END-IF.                                                      03958326
       2200-EXIT.                                                       03960000
           EXIT.                                                        03970000
                                                                        03980000
      *  THE SAME DAY TWICE.                                           *04020000
      ******************************************************************04030000
       2300-ACCRUE-ONE-DAY.                                             04040000
           MOVE ZERO TO INTACCR-DAILY-INTEREST                          04042500
           MOVE ZERO TO INTACCR-DAILY-BONUS                             04045000
                                                                        04047500
           IF ACRACCR-LAST-ACCRUE-DATE OF ACCRUAL-FILE-REC              04050000
              = INTACCR-CURRENT-DATE                                    04060000
               GO TO 2300-EXIT                                          04070000
           END-IF                                                       04080000
                                                                        04090000
           IF INTACCR-TIERED                                            04093333
              AND ACCOUNT-BALANCE OF ACCOUNT-FILE-REC > ZERO            04096666
               PERFORM 2320-ACCRUE-TIERED THRU 2320-EXIT                04099999
           ELSE                                                         04103332
               COMPUTE INTACCR-DAILY-INTEREST ROUNDED =                 04106665
                   (ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                 04109998
                    * INTACCR-ANNUAL-RATE) / 36500                      04113331
           END-IF                                                       04116664
                                                                        04119997
           IF INTACCR-EXC-RATE-APPLIES                                  04120663
               PERFORM 2340-APPLY-EXCEPTION THRU 2340-EXIT              04121329
           END-IF                                                       04121995
                                                                        04122661
           ADD INTACCR-DAILY-INTEREST                                   04123330
              TO ACRACCR-ACCRUED-AMOUNT OF ACCRUAL-FILE-REC             04126663
                                                                        04129996
           IF INTACCR-BONUS-RATE > ZERO                                 04133329
              AND ACCOUNT-BALANCE OF ACCOUNT-FILE-REC > ZERO            04136662
               COMPUTE INTACCR-DAILY-BONUS ROUNDED =                    04139995
                   (ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                 04143328
                    * INTACCR-BONUS-RATE) / 36500                       04146661
               ADD INTACCR-DAILY-BONUS                                  04149994
                  TO ACRACCR-BONUS-AMOUNT OF ACCRUAL-FILE-REC           04153327
           END-IF                                                       04156660
           MOVE INTACCR-CURRENT-DATE                                    04160000
               TO ACRACCR-LAST-ACCRUE-DATE OF ACCRUAL-FILE-REC          04170000
                                                                        04180000
           ADD 1 TO INTACCR-ACCRUED-COUNT.                              04190000
       2300-EXIT.                                                       04200000
           EXIT.                                                        04210000
                                                                        04210005
      ******************************************************************04210151
      *  2320-ACCRUE-TIERED - ONE DAY'S BASE INTEREST ON A CREDIT      *04210302
      *  BALANCE FROM THE TIER TABLE.  THE TIERS ARE WALKED FROM THE   *04210453
      *  BOTTOM, EACH ONE'S CEILING BECOMING THE NEXT ONE'S FLOOR.     *04210604
      ******************************************************************04210755
       2320-ACCRUE-TIERED.                                              04210906
           MOVE ZERO TO INTACCR-DAILY-INTEREST                          04211057
           MOVE ZERO TO INTACCR-TIER-FLOOR                              04211208
           MOVE 'N'  TO INTACCR-TIER-SWITCH                             04211359
                                                                        04211510
           PERFORM 2330-ACCRUE-ONE-TIER THRU 2330-EXIT                  04211661
               VARYING INTACCR-TIER-SUB FROM 1 BY 1                     04211812
               UNTIL INTACCR-TIER-DONE                                  04211963
                  OR INTACCR-TIER-SUB                                   04212114
                     > ACRHIST-TIER-COUNT OF INTACCR-FORCE-REC          04212265
                  OR INTACCR-TIER-SUB > 5.                              04212416
       2320-EXIT.                                                       04212567
           EXIT.                                                        04212718
                                                                        04212869
      ******************************************************************04213020
      *  2330-ACCRUE-ONE-TIER - THE TIER THE BALANCE FALLS IN (OR THE  *04213171
      *  LAST TIER IN USE) ENDS THE WALK : METHOD W PAYS THE WHOLE     *04213322
      *  BALANCE AT ITS RATE, METHOD B PAYS THE SLICE ABOVE ITS FLOOR. *04213473
      *  A TIER THE BALANCE RISES ABOVE PAYS ITS FULL BAND UNDER       *04213624
      *  METHOD B AND NOTHING UNDER METHOD W.                          *04213775
      ******************************************************************04213926
       2330-ACCRUE-ONE-TIER.                                            04214077
           IF INTACCR-TIER-SUB                                          04214228
              = ACRHIST-TIER-COUNT OF INTACCR-FORCE-REC                 04214379
              OR INTACCR-TIER-SUB = 5                                   04214530
              OR ACCOUNT-BALANCE OF ACCOUNT-FILE-REC NOT >              04214681
                 ACRHIST-TIER-CEILING OF INTACCR-FORCE-REC              04214832
                                      (INTACCR-TIER-SUB)                04214983
               SET INTACCR-TIER-DONE TO TRUE                            04215134
               IF ACRHIST-TIER-WHOLE OF INTACCR-FORCE-REC               04215285
                   COMPUTE INTACCR-DAILY-INTEREST ROUNDED =             04215436
                       (ACCOUNT-BALANCE OF ACCOUNT-FILE-REC             04215587
                        * ACRHIST-TIER-RATE OF INTACCR-FORCE-REC        04215738
                                           (INTACCR-TIER-SUB)) / 36500  04215889
               ELSE                                                     04216040
                   COMPUTE INTACCR-DAILY-INTEREST ROUNDED =             04216191
                       INTACCR-DAILY-INTEREST                           04216342
                       + ((ACCOUNT-BALANCE OF ACCOUNT-FILE-REC          04216493
                           - INTACCR-TIER-FLOOR)                        04216644
                        * ACRHIST-TIER-RATE OF INTACCR-FORCE-REC        04216795
                                           (INTACCR-TIER-SUB)) / 36500  04216946
               END-IF                                                   04217097
               GO TO 2330-EXIT                                          04217248
           END-IF                                                       04217399
                                                                        04217550
           IF ACRHIST-TIER-BANDED OF INTACCR-FORCE-REC                  04217701
               COMPUTE INTACCR-DAILY-INTEREST ROUNDED =                 04217852
                   INTACCR-DAILY-INTEREST                               04218003
                   + ((ACRHIST-TIER-CEILING OF INTACCR-FORCE-REC        04218154
                                            (INTACCR-TIER-SUB)          04218305
                       - INTACCR-TIER-FLOOR)                            04218456
                    * ACRHIST-TIER-RATE OF INTACCR-FORCE-REC            04218607
                                       (INTACCR-TIER-SUB)) / 36500      04218758
           END-IF                                                       04218909
                                                                        04219060
           MOVE ACRHIST-TIER-CEILING OF INTACCR-FORCE-REC               04219211
                                     (INTACCR-TIER-SUB)                 04219362
               TO INTACCR-TIER-FLOOR.                                   04219513
       2330-EXIT.                                                       04219664
           EXIT.                                                        04219815
                                                                        04220000
      ******************************************************************04220001
      *  2340-APPLY-EXCEPTION - THE ACCOUNT'S PRICING EXCEPTION SETS   *04220002
      *  THE DAY'S BASE INTEREST INSTEAD.  THE DIFFERENCE FROM WHAT    *04220003
      *  THE PRODUCT RATE GAVE IS THE INCOME FORGONE, SIGNED AS THE    *04220004
      *  INTEREST IS, SO A BETTER RATE FOR THE CUSTOMER IS A POSITIVE  *04220005
      *  COST ON EITHER SIDE.  A SIMULATION DOES NOT TOUCH THE LEDGER. *04220006
      ******************************************************************04220007
       2340-APPLY-EXCEPTION.                                            04220008
           MOVE INTACCR-DAILY-INTEREST TO INTACCR-STD-INTEREST          04220009
           COMPUTE INTACCR-DAILY-INTEREST ROUNDED =                     04220010
               (ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                     04220011
                * INTACCR-EXC-RATE) / 36500                             04220012
           COMPUTE INTACCR-FORGONE =                                    04220013
               INTACCR-DAILY-INTEREST - INTACCR-STD-INTEREST            04220014
                                                                        04220015
           ADD 1 TO INTACCR-EXC-COUNT                                   04220016
           ADD INTACCR-FORGONE TO INTACCR-FORGONE-TOTAL                 04220017
                                                                        04220018
           IF NOT INTACCR-SIMULATING                                    04220019
               PERFORM 2360-LOG-FORGONE THRU 2360-EXIT                  04220020
           END-IF.                                                      04220021
       2340-EXIT.                                                       04220022
           EXIT.                                                        04220023
                                                                        04220024
      ******************************************************************04220025
      *  2360-LOG-FORGONE - ADD THE DAY'S FORGONE INTEREST TO THE      *04220026
      *  ACCOUNT'S LEDGER ROW FOR THE MONTH, STARTING THE ROW ON ITS   *04220027
      *  FIRST DAY.  THE ROW'S OWN LAST ACCRUAL DATE STOPS A RESTART   *04220028
      *  ADDING THE SAME DAY TWICE.                                    *04220029
      ******************************************************************04220030
       2360-LOG-FORGONE.                                                04220031
           MOVE 'N' TO INTACCR-PFGN-NEW-SWITCH                          04220032
           MOVE INTACCR-CURRENT-DATE(1:6)                               04220033
               TO PRCXFGN-MONTH OF PRCXFGN-FILE-REC                     04220034
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    04220035
               TO PRCXFGN-SORTCODE OF PRCXFGN-FILE-REC                  04220036
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04220037
               TO PRCXFGN-ACCOUNT OF PRCXFGN-FILE-REC                   04220038
                                                                        04220039
           READ PRCXFGN-FILE                                            04220040
               KEY IS PRCXFGN-KEY OF PRCXFGN-FILE-REC                   04220041
               INVALID KEY                                              04220042
                   SET INTACCR-PFGN-NEW TO TRUE                         04220043
           END-READ                                                     04220044
                                                                        04220045
           IF INTACCR-PFGN-NEW                                          04220046
               MOVE 'PRXF' TO PRCXFGN-EYECATCHER OF PRCXFGN-FILE-REC    04220047
               MOVE INTACCR-CURRENT-DATE(1:6)                           04220048
                   TO PRCXFGN-MONTH OF PRCXFGN-FILE-REC                 04220049
               MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                04220050
                   TO PRCXFGN-SORTCODE OF PRCXFGN-FILE-REC              04220051
               MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                  04220052
                   TO PRCXFGN-ACCOUNT OF PRCXFGN-FILE-REC               04220053
               MOVE ZERO TO PRCXFGN-CREDIT-FORGONE OF PRCXFGN-FILE-REC  04220054
               MOVE ZERO TO PRCXFGN-DEBIT-FORGONE OF PRCXFGN-FILE-REC   04220055
               MOVE ZERO TO PRCXFGN-INTEREST-DAYS OF PRCXFGN-FILE-REC   04220056
               MOVE ZERO TO PRCXFGN-LAST-ACCRUE-DATE                    04220057
                             OF PRCXFGN-FILE-REC                        04220058
               MOVE ZERO TO PRCXFGN-FEES-WAIVED OF PRCXFGN-FILE-REC     04220059
               MOVE ZERO TO PRCXFGN-WAIVED-COUNT OF PRCXFGN-FILE-REC    04220060
           ELSE                                                         04220061
               IF PRCXFGN-LAST-ACCRUE-DATE OF PRCXFGN-FILE-REC          04220062
                  = INTACCR-CURRENT-DATE                                04220063
                   GO TO 2360-EXIT                                      04220064
               END-IF                                                   04220065
           END-IF                                                       04220066
                                                                        04220067
           MOVE PRICEXC-EFFECTIVE-DATE OF INTACCR-EXC-REC               04220068
               TO PRCXFGN-EFFECTIVE-DATE OF PRCXFGN-FILE-REC            04220069
           IF ACCOUNT-BALANCE OF ACCOUNT-FILE-REC < ZERO                04220070
               ADD INTACCR-FORGONE                                      04220071
                  TO PRCXFGN-DEBIT-FORGONE OF PRCXFGN-FILE-REC          04220072
           ELSE                                                         04220073
               ADD INTACCR-FORGONE                                      04220074
                  TO PRCXFGN-CREDIT-FORGONE OF PRCXFGN-FILE-REC         04220075
           END-IF                                                       04220076
           ADD 1 TO PRCXFGN-INTEREST-DAYS OF PRCXFGN-FILE-REC           04220077
           MOVE INTACCR-CURRENT-DATE                                    04220078
               TO PRCXFGN-LAST-ACCRUE-DATE OF PRCXFGN-FILE-REC          04220079
                                                                        04220080
           IF INTACCR-PFGN-NEW                                          04220081
               WRITE PRCXFGN-FILE-REC                                   04220082
                   INVALID KEY                                          04220083
                       DISPLAY 'INTACCR - CRITICAL - FORGONE WRITE '    04220084
                           'FAILED FOR ACCOUNT '                        04220085
                               ACCOUNT-NUMBER OF ACCOUNT-FILE-REC       04220086
               END-WRITE                                                04220087
           ELSE                                                         04220088
               REWRITE PRCXFGN-FILE-REC                                 04220089
                   INVALID KEY                                          04220090
                       DISPLAY 'INTACCR - CRITICAL - FORGONE REWRITE '  04220091
                           'FAILED FOR ACCOUNT '                        04220092
                               ACCOUNT-NUMBER OF ACCOUNT-FILE-REC       04220093
               END-REWRITE                                              04220094
           END-IF.                                                      04220095
       2360-EXIT.                                                       04220096
           EXIT.                                                        04220097
                                                                        04220098
      ******************************************************************04220131
      *  2350-SIMULATE-ACCRUAL - IN A SIMULATION, A DAY THAT DOES NOT  *04220262
      *  CAPITALISE STILL SHOWS WHAT IT ACCRUED, SO A RATE CHANGE CAN  *04220393
      *  BE SEEN BEFORE THE NEXT STATEMENT DATE COMES ROUND.           *04220524
      ******************************************************************04220655
       2350-SIMULATE-ACCRUAL.                                           04220786
           IF INTACCR-DAILY-INTEREST = ZERO                             04220917
              AND INTACCR-DAILY-BONUS = ZERO                            04221048
               GO TO 2350-EXIT                                          04221179
           END-IF                                                       04221310
                                                                        04221441
           MOVE SPACES TO SIMPOST-FILE-REC                              04221572
           MOVE INTACCR-SIM-SCENARIO TO SIMPOST-SCENARIO                04221703
           MOVE INTACCR-SIM-BASIS    TO SIMPOST-BASIS                   04221834
           MOVE 'INTACCR '           TO SIMPOST-JOB                     04221965
           MOVE INTACCR-CURRENT-DATE TO SIMPOST-DATE                    04222096
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    04222227
               TO SIMPOST-SORTCODE                                      04222358
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04222489
               TO SIMPOST-ACCOUNT                                       04222620
           SET SIMPOST-ACCRUAL TO TRUE                                  04222751
           COMPUTE SIMPOST-AMOUNT =                                     04222882
               INTACCR-DAILY-INTEREST + INTACCR-DAILY-BONUS             04223013
           IF ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC                   04223144
               MOVE 'GBP' TO SIMPOST-CURRENCY                           04223275
           ELSE                                                         04223406
               MOVE ACCOUNT-CURRENCY OF ACCOUNT-FILE-REC                04223537
                   TO SIMPOST-CURRENCY                                  04223668
           END-IF                                                       04223799
           MOVE 'INTEREST ACCRUED - NOT YET PAID' TO SIMPOST-DESC       04223930
                                                                        04224061
           WRITE SIMPOST-FILE-REC                                       04224192
           ADD 1 TO INTACCR-SIM-COUNT.                                  04224323
       2350-EXIT.                                                       04224454
           EXIT.                                                        04224585
                                                                        04224716
      ******************************************************************04224861
      *  2400-CAPITALIZE - THE STATEMENT DATE HAS COME ROUND.  ROUND   *04229722
      *  THE ACCRUED BASE INTEREST TO PENNIES AND POST IT, THEN DO     *04234583
      *  THE SAME FOR THE BONUS UNLESS A CUSTOMER-INITIATED DEBIT      *04239444
      *  FORFEITED IT.  EACH LEG IS CLEARED AS SOON AS IT IS POSTED,   *04244305
      *  SO A FAILED REWRITE LEAVES ONLY THE UNPOSTED REMAINDER FOR    *04249166
      *  THE NEXT RUN.  A NEW BONUS PERIOD STARTS TODAY.  THE CREDIT   *04252406
      *  INTEREST POSTED IS KEPT IN INTACCR-PAWY-INTEREST FOR 2800.    *04255646
      ******************************************************************04258888
       2400-CAPITALIZE.                                                 04263749
           MOVE ZERO TO INTACCR-PAWY-INTEREST                           04266179
                                                                        04267394
           COMPUTE INTACCR-CAPITAL-AMOUNT ROUNDED =                     04268610
               ACRACCR-ACCRUED-AMOUNT OF ACCRUAL-FILE-REC               04273471
                                                                        04278332
           IF INTACCR-CAPITAL-AMOUNT NOT = ZERO                         04283193
               SET INTACCR-POSTING-BASE TO TRUE                         04288054
               PERFORM 2450-POST-INTEREST THRU 2450-EXIT                04292915
               IF INTACCR-POST-FAILED                                   04297776
                   GO TO 2400-EXIT                                      04302637
               END-IF                                                   04307498
               ADD 1 TO INTACCR-CAPITAL-COUNT                           04312359
               IF INTACCR-CAPITAL-AMOUNT > ZERO                         04313574
                   ADD INTACCR-CAPITAL-AMOUNT TO INTACCR-PAWY-INTEREST  04314789
               END-IF                                                   04316004
           END-IF                                                       04317220
                                                                        04322081
           MOVE ZERO TO ACRACCR-ACCRUED-AMOUNT OF ACCRUAL-FILE-REC      04326942
                                                                        04331803
           COMPUTE INTACCR-CAPITAL-AMOUNT ROUNDED =                     04336664
               ACRACCR-BONUS-AMOUNT OF ACCRUAL-FILE-REC                 04341525
                                                                        04346386
           IF INTACCR-CAPITAL-AMOUNT NOT = ZERO                         04351247
               IF ACRACCR-BONUS-FORFEITED OF ACCRUAL-FILE-REC           04356108
                   ADD 1 TO INTACCR-FORFEIT-COUNT                       04360969
               ELSE                                                     04365830
                   SET INTACCR-POSTING-BONUS TO TRUE                    04370691
                   PERFORM 2450-POST-INTEREST THRU 2450-EXIT            04375552
                   IF INTACCR-POST-FAILED                               04380413
                       GO TO 2400-EXIT                                  04385274
                   END-IF                                               04390135
                   ADD 1 TO INTACCR-BONUS-PAID-COUNT                    04394996
                   ADD INTACCR-CAPITAL-AMOUNT TO INTACCR-PAWY-INTEREST  04397426
               END-IF                                                   04399857
           END-IF                                                       04404718
                                                                        04409579
           MOVE ZERO TO ACRACCR-BONUS-AMOUNT OF ACCRUAL-FILE-REC        04414440
           MOVE 'N'  TO ACRACCR-BONUS-FORFEIT OF ACCRUAL-FILE-REC       04419301
           MOVE INTACCR-CURRENT-DATE                                    04424162
               TO ACRACCR-PERIOD-START OF ACCRUAL-FILE-REC.             04429023
       2400-EXIT.                                                       04433884
           EXIT.                                                        04438745
                                                                        04443606
      ******************************************************************04448467
      *  2450-POST-INTEREST - POST ONE LEG OF CAPITALISED INTEREST TO  *04453328
      *  ACCOUNT-BALANCE AND LOG ITS INT PROCTRAN ROW.  THE PROCTRAN   *04458189
      *  NUMBER IS TAKEN BEFORE THE BALANCE IS TOUCHED, THE SAME WAY   *04463050
      *  CASHTXN ORDERS ITS SINGLE-LEG POSTING.                        *04467911
      ******************************************************************04472772
       2450-POST-INTEREST.                                              04477633
           MOVE 'N' TO INTACCR-POST-FAIL-SWITCH                         04482494
                                                                        04487355
      *    A SIMULATION LEAVES THE BALANCE ALONE AND ONLY LOGS         *04487962
      *    THE WOULD-BE ROW.                                           *04488569
           IF INTACCR-SIMULATING                                        04489176
               PERFORM 2600-WRITE-PROCTRAN THRU 2600-EXIT               04489783
               GO TO 2450-EXIT                                          04490390
           END-IF                                                       04490997
                                                                        04491604
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           04492216
                                                                        04497077
           ADD INTACCR-CAPITAL-AMOUNT                                   04501938
              TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                    04506799
           REWRITE ACCOUNT-FILE-REC                                     04511660
               INVALID KEY                                              04516521
                   DISPLAY 'INTACCR - CRITICAL - ACCOUNT REWRITE '      04521382
                       'FAILED FOR ACCOUNT '                            04526243
                           ACCOUNT-NUMBER OF ACCOUNT-FILE-REC           04531104
                   SET INTACCR-POST-FAILED TO TRUE                      04535965
                   GO TO 2450-EXIT                                      04540826
           END-REWRITE                                                  04545687
                                                                        04550548
           PERFORM 2600-WRITE-PROCTRAN THRU 2600-EXIT.                  04555409
       2450-EXIT.                                                       04560270
           EXIT.                                                        04565131
                                                                        04590000
      ******************************************************************04600000
      *  2500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *04610000
      ******************************************************************04920000
      *  2600-WRITE-PROCTRAN - LOG THE CAPITALISED INTEREST AGAINST    *04930000
      *  THE ACCOUNT.  A POSITIVE AMOUNT IS CREDIT INTEREST PAID, A    *04940000
      *  NEGATIVE ONE IS DEBIT INTEREST CHARGED.  THE BONUS LEG IS     *04945000
      *  DESCRIBED BONUS INTEREST PAID SO STATEMENTS AND TAXSUM CAN    *04950000
      *  SHOW IT APART FROM THE BASE INTEREST.                         *04955000
      ******************************************************************04960000
       2600-WRITE-PROCTRAN.                                             04970000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    04980000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        05140006
                         OF PROCTRAN-FILE-REC                           05140007
                                                                        05150000
           IF INTACCR-POSTING-BONUS                                     05156153
               MOVE 'BONUS INTEREST PAID'                               05162306
                   TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC               05168459
           ELSE                                                         05174612
               IF INTACCR-CAPITAL-AMOUNT < ZERO                         05180765
                   MOVE 'DEBIT INTEREST CHARGED'                        05186918
                       TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           05193071
               ELSE                                                     05199224
                   MOVE 'CREDIT INTEREST PAID'                          05205377
                       TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           05211530
               END-IF                                                   05217683
           END-IF                                                       05223836
                                                                        05230000
           IF INTACCR-SIMULATING                                        05231666
               PERFORM 2650-WRITE-SIMPOST THRU 2650-EXIT                05233332
               GO TO 2600-EXIT                                          05234998
           END-IF                                                       05236664
                                                                        05238330
           WRITE PROCTRAN-FILE-REC                                      05240000
               INVALID KEY                                              05250000
                   DISPLAY 'INTACCR - CRITICAL - PROCTRAN WRITE '       05260000
                       'FAILED FOR ACCOUNT '                            05270000
                           ACCOUNT-NUMBER OF ACCOUNT-FILE-REC           05280000
               NOT INVALID KEY                                          05283333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05286666
           END-WRITE.                                                   05290000
       2600-EXIT.                                                       05300000
           EXIT.                                                        05310000
                                                                        05310357
      ******************************************************************05310714
      *  2650-WRITE-SIMPOST - A SIMULATION RUN'S INT ROW GOES TO THE   *05311071
      *  SIMULATION POSTINGS FILE INSTEAD.  THE INT AMOUNT IS ALREADY  *05311338
      *  SIGNED THE WAY IT MOVES THE BALANCE; A PAY-AWAY'S TFD IS      *05311605
      *  NEGATED SO IT DOES TOO.                                       *05311872
      ******************************************************************05312142
       2650-WRITE-SIMPOST.                                              05312499
           MOVE SPACES TO SIMPOST-FILE-REC                              05312856
           MOVE INTACCR-SIM-SCENARIO TO SIMPOST-SCENARIO                05313213
           MOVE INTACCR-SIM-BASIS    TO SIMPOST-BASIS                   05313570
           MOVE 'INTACCR '           TO SIMPOST-JOB                     05313927
           MOVE INTACCR-CURRENT-DATE TO SIMPOST-DATE                    05314284
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                05314641
               TO SIMPOST-SORTCODE                                      05314998
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           05315355
               TO SIMPOST-ACCOUNT                                       05315712
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO SIMPOST-TYPE     05316069
           IF PROC-TY-TRANSFER-DEBIT OF PROCTRAN-FILE-REC               05316202
               COMPUTE SIMPOST-AMOUNT =                                 05316335
                   ZERO - PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC         05316468
           ELSE                                                         05316601
               MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC               05316734
                   TO SIMPOST-AMOUNT                                    05316867
           END-IF                                                       05317000
           MOVE PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC                 05317140
               TO SIMPOST-CURRENCY                                      05317497
           MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC TO SIMPOST-DESC     05317854
                                                                        05318211
           WRITE SIMPOST-FILE-REC                                       05318568
           ADD 1 TO INTACCR-SIM-COUNT.                                  05318925
       2650-EXIT.                                                       05319282
           EXIT.                                                        05319639
                                                                        05320000
      ******************************************************************05330000
      *  2700-REWRITE-ACCRUAL - PUT THE ACCRUAL RECORD BACK, WRITING   *05340000
      *  IT FRESH THE FIRST TIME THE ACCOUNT ACCRUES.                  *05350000
      ******************************************************************05360000
       2700-REWRITE-ACCRUAL.                                            05370000
           IF INTACCR-SIMULATING                                        05372000
               GO TO 2700-EXIT                                          05374000
           END-IF                                                       05376000
                                                                        05378000
           IF INTACCR-NEW-ACCRUAL                                       05380000
               WRITE ACCRUAL-FILE-REC                                   05390000
                   INVALID KEY                                          05400000
           END-IF.                                                      05520000
       2700-EXIT.                                                       05530000
           EXIT.                                                        05540000
      ******************************************************************05540020
                                                                        05540030
      *  2800-APPLY-PAYAWAY - THE ACCOUNT HAS JUST BEEN CAPITALISED.   *05540040
      *  IF IT CARRIES A PAY-AWAY INSTRUCTION, ADD THE CREDIT INTEREST *05540060
      *  TO THE AMOUNT DUE - ONCE PER BUSINESS DATE, SO A RESTART      *05540080
      *  CANNOT ADD IT TWICE - AND, ON OR AFTER THE PAY DATE, PAY THE  *05540100
      *  AMOUNT DUE AWAY AND MOVE THE PAY DATE ON.                     *05540120
      ******************************************************************05540140
       2800-APPLY-PAYAWAY.                                              05540160
           MOVE 'A' TO PAYAWAY-SOURCE-TYPE OF PAYAWAY-FILE-REC          05540180
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05540200
               TO PAYAWAY-SORTCODE OF PAYAWAY-FILE-REC                  05540220
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      05540240
               TO PAYAWAY-NUMBER OF PAYAWAY-FILE-REC                    05540260
                                                                        05540280
           READ PAYAWAY-FILE                                            05540300
               KEY IS PAYAWAY-KEY OF PAYAWAY-FILE-REC                   05540320
               INVALID KEY                                              05540340
                   GO TO 2800-EXIT                                      05540360
           END-READ                                                     05540380
                                                                        05540400
           IF NOT PAYAWAY-ACTIVE OF PAYAWAY-FILE-REC                    05540420
               GO TO 2800-EXIT                                          05540440
           END-IF                                                       05540460
                                                                        05540480
           IF PAYAWAY-DUE-DATE OF PAYAWAY-FILE-REC                      05540500
              NOT = INTACCR-CURRENT-DATE                                05540520
               ADD INTACCR-PAWY-INTEREST                                05540540
                  TO PAYAWAY-DUE-AMOUNT OF PAYAWAY-FILE-REC             05540560
               MOVE INTACCR-CURRENT-DATE                                05540580
                   TO PAYAWAY-DUE-DATE OF PAYAWAY-FILE-REC              05540600
           END-IF                                                       05540620
                                                                        05540640
           IF PAYAWAY-NEXT-PAY-DATE OF PAYAWAY-FILE-REC                 05540660
              NOT > INTACCR-CURRENT-DATE                                05540680
               IF PAYAWAY-DUE-AMOUNT OF PAYAWAY-FILE-REC > ZERO         05540700
                   MOVE PAYAWAY-DUE-AMOUNT OF PAYAWAY-FILE-REC          05540720
                       TO INTACCR-PAWY-AMOUNT                           05540740
                   PERFORM 2810-PAY-AWAY THRU 2810-EXIT                 05540760
                   PERFORM 2880-RESTORE-SOURCE THRU 2880-EXIT           05540780
               END-IF                                                   05540800
               PERFORM 2890-NEXT-PAY-PERIOD THRU 2890-EXIT              05540820
                  UNTIL PAYAWAY-NEXT-PAY-DATE OF PAYAWAY-FILE-REC       05540840
                        > INTACCR-CURRENT-DATE                          05540860
           END-IF                                                       05540880
                                                                        05540900
           IF INTACCR-SIMULATING                                        05540920
               GO TO 2800-EXIT                                          05540940
           END-IF                                                       05540960
                                                                        05540980
           REWRITE PAYAWAY-FILE-REC                                     05541000
               INVALID KEY                                              05541020
                   DISPLAY 'INTACCR - CRITICAL - PAYAWAY REWRITE '      05541040
                       'FAILED FOR ACCOUNT '                            05541060
                           PAYAWAY-NUMBER OF PAYAWAY-FILE-REC           05541080
           END-REWRITE.                                                 05541100
       2800-EXIT.                                                       05541120
           EXIT.                                                        05541140
                                                                        05541160
      ******************************************************************05541180
      *  2810-PAY-AWAY - TRANSFER INTACCR-PAWY-AMOUNT OUT OF THE       *05541200
      *  ACCOUNT (TFD) TO THE INSTRUCTION'S DESTINATION.  AN ACCOUNT   *05541220
      *  AT THIS BANK IS CREDITED (TFC); ANY OTHER GOES ON THE         *05541240
      *  CLEARING EXTRACT.  A SIMULATION CHECKS THE DESTINATION BUT    *05541260
      *  ONLY LOGS THE WOULD-BE ROWS.                                  *05541280
      ******************************************************************05541300
       2810-PAY-AWAY.                                                   05541320
           MOVE 'P' TO INTACCR-PAWY-RESULT                              05541340
           MOVE ACCOUNT-FILE-REC TO INTACCR-SOURCE-REC                  05541360
                                                                        05541380
           IF NOT ACCOUNT-IN-STERLING OF INTACCR-SOURCE-REC             05541400
               MOVE 'F' TO INTACCR-PAWY-RESULT                          05541420
               MOVE 'SOURCE NOT IN STERLING' TO INTACCR-PAWY-REASON     05541440
               PERFORM 2860-RECORD-FAILURE THRU 2860-EXIT               05541460
               GO TO 2810-EXIT                                          05541480
           END-IF                                                       05541500
                                                                        05541520
           IF ACCOUNT-BALANCE OF INTACCR-SOURCE-REC                     05541540
              < INTACCR-PAWY-AMOUNT                                     05541560
               MOVE 'F' TO INTACCR-PAWY-RESULT                          05541580
               MOVE 'INSUFFICIENT FUNDS' TO INTACCR-PAWY-REASON         05541600
               PERFORM 2860-RECORD-FAILURE THRU 2860-EXIT               05541620
               GO TO 2810-EXIT                                          05541640
           END-IF                                                       05541660
                                                                        05541680
           PERFORM 2820-CHECK-DESTINATION THRU 2820-EXIT                05541700
           IF INTACCR-PAWY-FAILED                                       05541720
               PERFORM 2860-RECORD-FAILURE THRU 2860-EXIT               05541740
               GO TO 2810-EXIT                                          05541760
           END-IF                                                       05541780
                                                                        05541800
           IF NOT INTACCR-SIMULATING                                    05541820
               PERFORM 2825-POST-TRANSFER THRU 2825-EXIT                05541840
               IF INTACCR-PAWY-FAILED                                   05541860
                   PERFORM 2860-RECORD-FAILURE THRU 2860-EXIT           05541880
                   GO TO 2810-EXIT                                      05541900
               END-IF                                                   05541920
           END-IF                                                       05541940
                                                                        05541960
           PERFORM 2830-WRITE-DEBIT-PROCTRAN THRU 2830-EXIT             05541980
           IF INTACCR-DEST-INTERNAL                                     05542000
               PERFORM 2840-WRITE-CREDIT-PROCTRAN THRU 2840-EXIT        05542020
           ELSE                                                         05542040
               IF NOT INTACCR-SIMULATING                                05542060
                   PERFORM 2850-WRITE-OUTPAY-EXTRACT THRU 2850-EXIT     05542080
               END-IF                                                   05542100
           END-IF                                                       05542120
                                                                        05542140
           MOVE INTACCR-CURRENT-DATE                                    05542160
               TO PAYAWAY-LAST-PAID-DATE OF PAYAWAY-FILE-REC            05542180
           MOVE INTACCR-PAWY-AMOUNT                                     05542200
               TO PAYAWAY-LAST-PAID-AMOUNT OF PAYAWAY-FILE-REC          05542220
           ADD INTACCR-PAWY-AMOUNT                                      05542240
              TO PAYAWAY-PAID-TOTAL OF PAYAWAY-FILE-REC                 05542260
           MOVE ZERO TO PAYAWAY-DUE-AMOUNT OF PAYAWAY-FILE-REC          05542280
                                                                        05542300
           ADD 1 TO INTACCR-PAWY-COUNT                                  05542320
           ADD INTACCR-PAWY-AMOUNT TO INTACCR-PAWY-TOTAL.               05542340
       2810-EXIT.                                                       05542360
           EXIT.                                                        05542380
                                                                        05542400
      ******************************************************************05542420
      *  2820-CHECK-DESTINATION - A SAVED PAYEE MUST STILL BE ACTIVE.  *05542440
      *  A SORT CODE NOT ON OUR SRTCODE FILE BELONGS TO ANOTHER BANK;  *05542460
      *  OTHERWISE THE ACCOUNT MUST BE ON FILE, OPEN AND IN STERLING.  *05542480
      ******************************************************************05542500
       2820-CHECK-DESTINATION.                                          05542520
           IF PAYAWAY-TO-BENEF OF PAYAWAY-FILE-REC                      05542540
               MOVE PAYAWAY-SORTCODE OF PAYAWAY-FILE-REC                05542560
                   TO BENEF-SORTCODE OF BENEF-FILE-REC                  05542580
               MOVE PAYAWAY-CUSTOMER OF PAYAWAY-FILE-REC                05542600
                   TO BENEF-CUSTOMER OF BENEF-FILE-REC                  05542620
               MOVE PAYAWAY-BENEF-PAYEE OF PAYAWAY-FILE-REC             05542640
                   TO BENEF-PAYEE-NUMBER OF BENEF-FILE-REC              05542660
               READ BENEF-FILE                                          05542680
                   KEY IS BENEF-KEY OF BENEF-FILE-REC                   05542700
                   INVALID KEY                                          05542720
                       MOVE 'F' TO INTACCR-PAWY-RESULT                  05542740
                       MOVE 'PAYEE NOT FOUND' TO INTACCR-PAWY-REASON    05542760
                       GO TO 2820-EXIT                                  05542780
               END-READ                                                 05542800
               IF NOT BENEF-ACTIVE OF BENEF-FILE-REC                    05542820
                   MOVE 'F' TO INTACCR-PAWY-RESULT                      05542840
                   MOVE 'PAYEE REMOVED' TO INTACCR-PAWY-REASON          05542860
                   GO TO 2820-EXIT                                      05542880
               END-IF                                                   05542900
           END-IF                                                       05542920
                                                                        05542940
           SET INTACCR-DEST-INTERNAL TO TRUE                            05542960
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05542980
               TO SRTCDE-SORTCODE OF SRTCODE-FILE-REC                   05543000
           READ SRTCODE-FILE                                            05543020
               KEY IS SRTCDE-KEY OF SRTCODE-FILE-REC                    05543040
               INVALID KEY                                              05543060
                   SET INTACCR-DEST-EXTERNAL TO TRUE                    05543080
                   GO TO 2820-EXIT                                      05543100
           END-READ                                                     05543120
                                                                        05543140
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05543160
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  05543180
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05543200
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    05543220
           READ ACCOUNT-FILE                                            05543240
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05543260
               INVALID KEY                                              05543280
                   MOVE 'F' TO INTACCR-PAWY-RESULT                      05543300
                   MOVE 'DESTINATION NOT FOUND' TO INTACCR-PAWY-REASON  05543320
                   GO TO 2820-EXIT                                      05543340
           END-READ                                                     05543360
                                                                        05543380
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      05543400
              OR NOT ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC            05543420
               MOVE 'F' TO INTACCR-PAWY-RESULT                          05543440
               MOVE 'DESTINATION NOT OPEN' TO INTACCR-PAWY-REASON       05543460
           END-IF.                                                      05543480
       2820-EXIT.                                                       05543500
           EXIT.                                                        05543520
                                                                        05543540
      ******************************************************************05543560
      *  2825-POST-TRANSFER - DEBIT THE ACCOUNT FROM A FRESH READ, THEN*05543580
      *  CREDIT AN OWN-BANK DESTINATION.  A CREDIT THAT CANNOT BE MADE *05543600
      *  PUTS THE DEBIT BACK, THE SAME WAY NTCPAY UNWINDS A TRANSFER.  *05543620
      ******************************************************************05543640
       2825-POST-TRANSFER.                                              05543660
           MOVE ACCOUNT-KEY OF INTACCR-SOURCE-REC                       05543680
               TO ACCOUNT-KEY OF ACCOUNT-FILE-REC                       05543700
           READ ACCOUNT-FILE                                            05543720
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05543740
               INVALID KEY                                              05543760
                   MOVE 'F' TO INTACCR-PAWY-RESULT                      05543780
                   MOVE 'SOURCE READ ERROR' TO INTACCR-PAWY-REASON      05543800
                   GO TO 2825-EXIT                                      05543820
           END-READ                                                     05543840
                                                                        05543860
           SUBTRACT INTACCR-PAWY-AMOUNT                                 05543880
               FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                 05543900
           REWRITE ACCOUNT-FILE-REC                                     05543920
               INVALID KEY                                              05543940
                   MOVE 'F' TO INTACCR-PAWY-RESULT                      05543960
                   MOVE 'SOURCE REWRITE ERROR' TO INTACCR-PAWY-REASON   05543980
                   GO TO 2825-EXIT                                      05544000
           END-REWRITE                                                  05544020
                                                                        05544040
           IF INTACCR-DEST-EXTERNAL                                     05544060
               GO TO 2825-EXIT                                          05544080
           END-IF                                                       05544100
                                                                        05544120
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05544140
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  05544160
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05544180
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    05544200
           READ ACCOUNT-FILE                                            05544220
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05544240
               INVALID KEY                                              05544260
                   MOVE 'F' TO INTACCR-PAWY-RESULT                      05544280
                   MOVE 'DESTINATION NOT FOUND' TO INTACCR-PAWY-REASON  05544300
                   PERFORM 2827-REVERSE-DEBIT THRU 2827-EXIT            05544320
                   GO TO 2825-EXIT                                      05544340
           END-READ                                                     05544360
                                                                        05544380
           ADD INTACCR-PAWY-AMOUNT                                      05544400
              TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                    05544420
           REWRITE ACCOUNT-FILE-REC                                     05544440
               INVALID KEY                                              05544460
                   MOVE 'F' TO INTACCR-PAWY-RESULT                      05544480
                   MOVE 'DESTINATION REWRITE ERR' TO INTACCR-PAWY-REASON05544500
                   PERFORM 2827-REVERSE-DEBIT THRU 2827-EXIT            05544520
           END-REWRITE.                                                 05544540
       2825-EXIT.                                                       05544560
           EXIT.                                                        05544580
                                                                        05544600
      ******************************************************************05544620
      *  2827-REVERSE-DEBIT - PUT THE AMOUNT BACK ON THE ACCOUNT.      *05544640
      ******************************************************************05544660
       2827-REVERSE-DEBIT.                                              05544680
           MOVE ACCOUNT-KEY OF INTACCR-SOURCE-REC                       05544700
               TO ACCOUNT-KEY OF ACCOUNT-FILE-REC                       05544720
           READ ACCOUNT-FILE                                            05544740
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05544760
               INVALID KEY                                              05544780
                   DISPLAY 'INTACCR - CRITICAL - PAY-AWAY REVERSAL '    05544800
                       'READ FAILED FOR ACCOUNT '                       05544820
                           ACCOUNT-NUMBER OF INTACCR-SOURCE-REC         05544840
                   GO TO 2827-EXIT                                      05544860
           END-READ                                                     05544880
                                                                        05544900
           ADD INTACCR-PAWY-AMOUNT                                      05544920
              TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                    05544940
           REWRITE ACCOUNT-FILE-REC                                     05544960
               INVALID KEY                                              05544980
                   DISPLAY 'INTACCR - CRITICAL - PAY-AWAY REVERSAL '    05545000
                       'REWRITE FAILED FOR ACCOUNT '                    05545020
                           ACCOUNT-NUMBER OF INTACCR-SOURCE-REC         05545040
           END-REWRITE.                                                 05545060
       2827-EXIT.                                                       05545080
           EXIT.                                                        05545100
                                                                        05545120
      ******************************************************************05545140
      *  2830-WRITE-DEBIT-PROCTRAN - LOG THE TRANSFER OUT OF THE       *05545160
      *  ACCOUNT, CARRYING THE DESTINATION IN THE PROC-TRAN-DESC-XFR   *05545180
      *  COUNTERPARTY FIELDS.                                          *05545200
      ******************************************************************05545220
       2830-WRITE-DEBIT-PROCTRAN.                                       05545240
           IF NOT INTACCR-SIMULATING                                    05545260
               PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT       05545280
           END-IF                                                       05545300
                                                                        05545320
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05545340
           MOVE ACCOUNT-SORTCODE OF INTACCR-SOURCE-REC                  05545360
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05545380
           MOVE INTACCR-TRAN-NUMBER                                     05545400
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05545420
           MOVE ACCOUNT-NUMBER OF INTACCR-SOURCE-REC                    05545440
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05545460
           MOVE INTACCR-CURRENT-DATE                                    05545480
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05545500
           MOVE INTACCR-CURRENT-TIME                                    05545520
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05545540
           MOVE INTACCR-TRAN-NUMBER                                     05545560
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05545580
           MOVE 'TFD' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05545600
           MOVE INTACCR-PAWY-AMOUNT                                     05545620
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05545640
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05545660
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05545680
                                                                        05545700
           MOVE 'INTEREST PAY-AWAY'                                     05545720
               TO PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC        05545740
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05545760
               TO PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC      05545780
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05545800
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05545820
                                                                        05545840
           IF INTACCR-SIMULATING                                        05545860
               PERFORM 2650-WRITE-SIMPOST THRU 2650-EXIT                05545880
               GO TO 2830-EXIT                                          05545900
           END-IF                                                       05545920
                                                                        05545940
           WRITE PROCTRAN-FILE-REC                                      05545960
               INVALID KEY                                              05545980
                   DISPLAY 'INTACCR - CRITICAL - PROCTRAN WRITE '       05546000
                       'FAILED FOR PAY-AWAY DEBIT, ACCOUNT '            05546020
                           ACCOUNT-NUMBER OF INTACCR-SOURCE-REC         05546040
               NOT INVALID KEY                                          05546060
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05546080
           END-WRITE.                                                   05546100
       2830-EXIT.                                                       05546120
           EXIT.                                                        05546140
                                                                        05546160
      ******************************************************************05546180
      *  2840-WRITE-CREDIT-PROCTRAN - LOG THE CREDIT TO THE OWN-BANK   *05546200
      *  DESTINATION, CARRYING THE PAYING ACCOUNT IN THE               *05546220
      *  PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.                       *05546240
      ******************************************************************05546260
       2840-WRITE-CREDIT-PROCTRAN.                                      05546280
           IF NOT INTACCR-SIMULATING                                    05546300
               PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT       05546320
           END-IF                                                       05546340
                                                                        05546360
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05546380
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05546400
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05546420
           MOVE INTACCR-TRAN-NUMBER                                     05546440
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05546460
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05546480
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05546500
           MOVE INTACCR-CURRENT-DATE                                    05546520
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05546540
           MOVE INTACCR-CURRENT-TIME                                    05546560
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05546580
           MOVE INTACCR-TRAN-NUMBER                                     05546600
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05546620
           MOVE 'TFC' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05546640
           MOVE INTACCR-PAWY-AMOUNT                                     05546660
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05546680
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05546700
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05546720
                                                                        05546740
           MOVE 'INTEREST PAY-AWAY'                                     05546760
               TO PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC        05546780
           MOVE ACCOUNT-SORTCODE OF INTACCR-SOURCE-REC                  05546800
               TO PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC      05546820
           MOVE ACCOUNT-NUMBER OF INTACCR-SOURCE-REC                    05546840
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05546860
                                                                        05546880
           IF INTACCR-SIMULATING                                        05546900
               PERFORM 2650-WRITE-SIMPOST THRU 2650-EXIT                05546920
               GO TO 2840-EXIT                                          05546940
           END-IF                                                       05546960
                                                                        05546980
           WRITE PROCTRAN-FILE-REC                                      05547000
               INVALID KEY                                              05547020
                   DISPLAY 'INTACCR - CRITICAL - PROCTRAN WRITE '       05547040
                       'FAILED FOR PAY-AWAY CREDIT, ACCOUNT '           05547060
                           PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC     05547080
               NOT INVALID KEY                                          05547100
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05547120
           END-WRITE.                                                   05547140
       2840-EXIT.                                                       05547160
           EXIT.                                                        05547180
                                                                        05547200
      ******************************************************************05547220
      *  2850-WRITE-OUTPAY-EXTRACT - THE DESTINATION BANKS ELSEWHERE.  *05547240
      *  THE PAYMENT GOES ON TONIGHT'S OUTBOUND CLEARING EXTRACT,      *05547260
      *  REFERENCED BY THE INSTRUCTION'S KEY, AND IS REGISTERED ON     *05547280
      *  PAYSTAT SO PAYACK CAN RE-CREDIT THE ACCOUNT ON A RETURN.      *05547300
      ******************************************************************05547320
       2850-WRITE-OUTPAY-EXTRACT.                                       05547340
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05547360
               TO OUTPAY-BENEF-SORTCODE                                 05547380
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05547400
               TO OUTPAY-BENEF-ACCOUNT                                  05547420
           MOVE INTACCR-PAWY-AMOUNT TO OUTPAY-AMOUNT                    05547440
           MOVE SPACES TO OUTPAY-REFERENCE                              05547460
           STRING 'PAWY' PAYAWAY-KEY OF PAYAWAY-FILE-REC                05547480
               DELIMITED BY SIZE                                        05547500
               INTO OUTPAY-REFERENCE                                    05547520
           END-STRING                                                   05547540
           MOVE INTACCR-CURRENT-DATE TO OUTPAY-PROC-DATE                05547560
                                                                        05547580
           WRITE OUTPAY-REC                                             05547600
                                                                        05547620
           MOVE 'PSTA' TO PAYSTAT-EYECATCHER OF PAYSTAT-FILE-REC        05547640
           MOVE OUTPAY-REFERENCE                                        05547660
               TO PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                 05547680
           MOVE INTACCR-CURRENT-DATE                                    05547700
               TO PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                 05547720
           MOVE ACCOUNT-SORTCODE OF INTACCR-SOURCE-REC                  05547740
               TO PAYSTAT-ORIG-SORTCODE OF PAYSTAT-FILE-REC             05547760
           MOVE ACCOUNT-NUMBER OF INTACCR-SOURCE-REC                    05547780
               TO PAYSTAT-ORIG-ACCOUNT OF PAYSTAT-FILE-REC              05547800
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05547820
               TO PAYSTAT-BENEF-SORTCODE OF PAYSTAT-FILE-REC            05547840
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05547860
               TO PAYSTAT-BENEF-ACCOUNT OF PAYSTAT-FILE-REC             05547880
           MOVE INTACCR-PAWY-AMOUNT                                     05547900
               TO PAYSTAT-AMOUNT OF PAYSTAT-FILE-REC                    05547920
           SET PAYSTAT-SENT OF PAYSTAT-FILE-REC TO TRUE                 05547940
           MOVE INTACCR-CURRENT-DATE                                    05547960
               TO PAYSTAT-STATUS-DATE OF PAYSTAT-FILE-REC               05547980
           MOVE SPACES TO PAYSTAT-RETURN-REASON OF PAYSTAT-FILE-REC     05548000
           MOVE SPACE  TO PAYSTAT-RECREDIT-FLAG OF PAYSTAT-FILE-REC     05548020
                                                                        05548040
           WRITE PAYSTAT-FILE-REC                                       05548060
               INVALID KEY                                              05548080
                   CONTINUE                                             05548100
           END-WRITE.                                                   05548120
       2850-EXIT.                                                       05548140
           EXIT.                                                        05548160
                                                                        05548180
      ******************************************************************05548200
      *  2860-RECORD-FAILURE - THE PAY-AWAY COULD NOT BE MADE.  THE    *05548220
      *  INTEREST STAYS CAPITALISED ON THE ACCOUNT, SO NOTHING IS LEFT *05548240
      *  DUE, AND THE FAILURE IS KEPT ON THE INSTRUCTION FOR PAWMNT.   *05548260
      ******************************************************************05548280
       2860-RECORD-FAILURE.                                             05548300
           IF PAYAWAY-FAIL-COUNT OF PAYAWAY-FILE-REC < 999              05548320
               ADD 1 TO PAYAWAY-FAIL-COUNT OF PAYAWAY-FILE-REC          05548340
           END-IF                                                       05548360
           MOVE INTACCR-CURRENT-DATE                                    05548380
               TO PAYAWAY-LAST-FAIL-DATE OF PAYAWAY-FILE-REC            05548400
           MOVE INTACCR-PAWY-REASON                                     05548420
               TO PAYAWAY-LAST-FAIL-REASON OF PAYAWAY-FILE-REC          05548440
           MOVE ZERO TO PAYAWAY-DUE-AMOUNT OF PAYAWAY-FILE-REC          05548460
                                                                        05548480
           ADD 1 TO INTACCR-PAWY-FAILED-COUNT.                          05548500
       2860-EXIT.                                                       05548520
           EXIT.                                                        05548540
                                                                        05548560
      ******************************************************************05548580
      *  2880-RESTORE-SOURCE - READ THE ACCOUNT BEING SCANNED BACK BY  *05548600
      *  KEY, SO ACCOUNT-FILE-REC HOLDS IT AGAIN FOR THE CHECKPOINT    *05548620
      *  AND THE NEXT READ CARRIES ON FROM IT.                         *05548640
      ******************************************************************05548660
       2880-RESTORE-SOURCE.                                             05548680
           MOVE ACCOUNT-KEY OF INTACCR-SOURCE-REC                       05548700
               TO ACCOUNT-KEY OF ACCOUNT-FILE-REC                       05548720
           READ ACCOUNT-FILE                                            05548740
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05548760
               INVALID KEY                                              05548780
                   MOVE INTACCR-SOURCE-REC TO ACCOUNT-FILE-REC          05548800
           END-READ.                                                    05548820
       2880-EXIT.                                                       05548840
           EXIT.                                                        05548860
                                                                        05548880
      ******************************************************************05548900
      *  2890-NEXT-PAY-PERIOD - MOVE THE PAY DATE ON ONE, THREE OR     *05548920
      *  TWELVE MONTHS.                                                *05548940
      ******************************************************************05548960
       2890-NEXT-PAY-PERIOD.                                            05548980
           EVALUATE TRUE                                                05549000
               WHEN PAYAWAY-MONTHLY OF PAYAWAY-FILE-REC                 05549020
                   MOVE 1 TO INTACCR-PAY-MONTHS                         05549040
               WHEN PAYAWAY-QUARTERLY OF PAYAWAY-FILE-REC               05549060
                   MOVE 3 TO INTACCR-PAY-MONTHS                         05549080
               WHEN OTHER                                               05549100
                   MOVE 12 TO INTACCR-PAY-MONTHS                        05549120
           END-EVALUATE                                                 05549140
           PERFORM 2895-ADD-PAY-MONTH THRU 2895-EXIT                    05549160
              UNTIL INTACCR-PAY-MONTHS = ZERO.                          05549180
       2890-EXIT.                                                       05549200
           EXIT.                                                        05549220
                                                                        05549240
      ******************************************************************05549260
      *  2895-ADD-PAY-MONTH - STEP THE PAY DATE FORWARD ONE MONTH,     *05549280
      *  HOLDING THE DAY TO THE END OF A SHORTER MONTH.                *05549300
      ******************************************************************05549320
       2895-ADD-PAY-MONTH.                                              05549340
           ADD 1 TO PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC             05549360
           IF PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC > 12              05549380
               MOVE 1 TO PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC        05549400
               ADD 1 TO PAYAWAY-NEXT-PAY-YYYY OF PAYAWAY-FILE-REC       05549420
           END-IF                                                       05549440
                                                                        05549460
           IF PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC > 28              05549480
              AND PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 2           05549500
               MOVE 28 TO PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC       05549520
           END-IF                                                       05549540
           IF PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC > 30              05549560
              AND (PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 4          05549580
               OR PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 6           05549600
               OR PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 9           05549620
               OR PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 11)         05549640
               MOVE 30 TO PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC       05549660
           END-IF                                                       05549680
                                                                        05549700
           SUBTRACT 1 FROM INTACCR-PAY-MONTHS.                          05549720
       2895-EXIT.                                                       05549740
           EXIT.                                                        05549760
                                                                        05550000
      ******************************************************************05560000
      *  2900-WRITE-CHECKPOINT - RECORD HOW FAR THIS RUN HAS GOT SO A  *05570000
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-3               05920000
                                                                        05930000
           MOVE INTACCR-NORATE-COUNT TO INTACCR-SUM-NORATE              05940000
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-4               05942500
                                                                        05945000
           MOVE INTACCR-BONUS-PAID-COUNT TO INTACCR-SUM-BONUS           05947500
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-5               05950000
                                                                        05952500
           MOVE INTACCR-FORFEIT-COUNT TO INTACCR-SUM-FORFEIT            05955000
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-6               05957500
                                                                        05957812
           MOVE INTACCR-EXC-COUNT TO INTACCR-SUM-EXC                    05957856
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-8               05957900
                                                                        05957944
           MOVE INTACCR-FORGONE-TOTAL TO INTACCR-SUM-FORGONE            05957988
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-9               05958032
                                                                        05958035
           MOVE INTACCR-PAWY-COUNT TO INTACCR-SUM-PAWY                  05958038
           MOVE INTACCR-PAWY-TOTAL TO INTACCR-SUM-PAWY-TOTAL            05958044
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-10              05958050
                                                                        05958056
           MOVE INTACCR-PAWY-FAILED-COUNT TO INTACCR-SUM-PAWY-FAILED    05958062
           WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-11              05958068
                                                                        05958076
           IF INTACCR-SIMULATING                                        05958124
               MOVE INTACCR-SIM-COUNT    TO INTACCR-SUM-SIM             05958436
               MOVE INTACCR-SIM-SCENARIO TO INTACCR-SUM-SCENARIO        05958748
               MOVE INTACCR-SIM-BASIS    TO INTACCR-SUM-BASIS           05959060
               WRITE INT-RPT-LINE FROM INTACCR-SUMMARY-LINE-7           05959372
           END-IF.                                                      05959684
       3000-EXIT.                                                       05960000
           EXIT.                                                        05970000
                                                                        05980000
      ******************************************************************05980666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05981332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05981998
      ******************************************************************05982664
       8900-ADD-CONTROL-TOTAL.                                          05983330
           SET BALTOT-REQ-ADD TO TRUE                                   05983996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05984662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05985328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05985994
               TO BALTOT-REQ-AMOUNT                                     05986660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05987326
       8900-EXIT.                                                       05987992
           EXIT.                                                        05988658
                                                                        05989324
      ******************************************************************05990000
      *  9000-TERMINATE - MARK THE CHECKPOINT COMPLETE SO THE NEXT RUN *06000000
      *  STARTS FRESH, AND CLOSE THE FILES.                            *06010000
      ******************************************************************06020000
       9000-TERMINATE.                                                  06030000
           IF INTACCR-PARTITIONED                                       06030050
              AND NOT INTACCR-SIMULATING                                06030100
               OPEN EXTEND PTOT-FILE                                    06030150
               MOVE 'INTACCR '         TO PTOT-JOB                      06030200
               MOVE INTACCR-PART-ID    TO PTOT-PARTITION                06030250
               CLOSE PTOT-FILE                                          06030550
           END-IF                                                       06030600
                                                                        06030650
           SET BALTOT-REQ-WRITE TO TRUE                                 06030987
           CALL 'BALTOT' USING BALTOT-REQUEST                           06031324
                                                                        06031661
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06032000
           MOVE INTACCR-READ-COUNT TO RUNCTL-REQ-COUNT                  06034000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           06036000
           CLOSE ACRHIST-FILE                                           06105000
           CLOSE ACCRUAL-FILE                                           06110000
           CLOSE PROCTRAN-FILE                                          06120000
           CLOSE PRCX-FILE                                              06121666
           CLOSE PAYAWAY-FILE                                           06122082
           CLOSE BENEF-FILE                                             06122498
           CLOSE SRTCODE-FILE                                           06122914
           IF INTACCR-SIMULATING                                        06123333
               CLOSE SIMPOST-FILE                                       06126666
           ELSE                                                         06129999
               CLOSE PCTRL-FILE                                         06133332
               CLOSE PRCXFGN-FILE                                       06134998
               CLOSE OUTPAY-FILE                                        06135553
               CLOSE PAYSTAT-FILE                                       06136108
           END-IF                                                       06136665
           CLOSE INT-RPT                                                06140000
           CLOSE CHECKPOINT-FILE.                                       06150000
       9000-EXIT.                                                       06160000
