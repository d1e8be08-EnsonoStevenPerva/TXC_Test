      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CARDPRES.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CARDPRES - CARD SCHEME PRESENTMENT INGESTION                  *00150000
      *                                                                *00160000
      *  FUNCTION : READS THE DAILY CLEARING (PRESENTMENT) FILE FROM   *00170000
      *             THE CARD SCHEME AND POSTS EACH PRESENTMENT TO THE  *00180000
      *             ACCOUNT THE CARD (COPYBOOK CARD) BELONGS TO :      *00190000
      *                                                                *00200000
      *               - A PRESENTMENT CARRYING AN AUTHORIZATION        *00210000
      *                 REFERENCE IS MATCHED TO ITS AUTHHOLD HOLD.  AN *00220000
      *                 ACTIVE HOLD IS SETTLED FOR THE PRESENTED       *00230000
      *                 AMOUNT, WHICH MAY DIFFER FROM THE AUTHORIZED   *00240000
      *                 ONE (TIPS, FUEL TOP-UPS), EXACTLY AS THE       *00250000
      *                 CARDAUTH SETTLE ACTION DOES IT : THE ACCOUNT   *00260000
      *                 IS DEBITED, A DEB PROCTRAN ROW IS WRITTEN AND  *00270000
      *                 THE HOLD IS MARKED SETTLED.                    *00280000
      *                 THE DEB ROW CARRIES THE MERCHANT CATEGORY      *00282500
      *                 CODE PRESENTED, OR FAILING THAT THE ONE THE    *00285000
      *                 HOLD RECORDED AT AUTHORIZATION, FOR CBKPAY.    *00287500
      *               - A PRESENTMENT WITH NO HOLD - AN OFFLINE OR     *00290000
      *                 FORCED TRANSACTION, A REFERENCE WE NEVER       *00300000
      *                 ISSUED, OR A HOLD HOLDEXP HAS ALREADY EXPIRED  *00310000
      *                 OR THE MERCHANT RELEASED - STILL POSTS; THE    *00320000
      *                 SCHEME HAS ALREADY TAKEN THE MONEY FROM US.  A *00330000
      *                 HOLD FOUND IN ANY STATE IS MARKED SETTLED.     *00340000
      *               - A PRESENTMENT WHOSE HOLD IS ALREADY SETTLED IS *00350000
      *                 A DUPLICATE AND IS NOT POSTED AGAIN.           *00360000
      *               - A PRESENTMENT FOR A CARD WE DO NOT KNOW, OR    *00370000
      *                 WHOSE ACCOUNT IS MISSING OR NO LONGER OPEN,    *00380000
      *                 IS PARKED ON THE SUSPENSE LEDGER AS A PDR      *00390000
      *                 ITEM FOR SUSPREL TO REPAIR.                    *00400000
      *                                                                *00410000
      *             EVERY PRESENTMENT THAT IS NOT A CLEAN MATCH IS     *00420000
      *             LISTED WITH ITS EXCEPTION TYPE AND THE SUMMARY     *00430000
      *             COUNTS THE EXCEPTIONS BY TYPE.  THE INTERCHANGE    *00440000
      *             WE EARN AND THE SCHEME FEES WE PAY ON THE FILE     *00450000
      *             ARE POSTED TO THE FEE LEDGER AS ONE CIC (INCOME)   *00460000
      *             AND ONE CSF (CHARGE) PROCTRAN ROW, WHICH GLEXTR    *00470000
      *             CARRIES TO FINANCE.                                *00480000
      *                                                                *00490000
      *             MUST RUN BEFORE HOLDEXP, SO A HOLD PRESENTED       *00500000
      *             TODAY IS SETTLED RATHER THAN EXPIRED.              *00510000
      *                                                                *00520000
      *  FILES    : CARDPRIN - SCHEME PRESENTMENT FILE (INPUT)         *00530000
      *             CARDFILE - VSAM KSDS - CARD MASTER (INPUT)         *00540000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00550000
      *             AUTHHOLD - VSAM KSDS - AUTHORIZATION HOLDS (I-O)   *00560000
      *             PROCTRAN - VSAM KSDS - PROCESSED TRANSACTIONS (I-O)*00570000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00580000
      *             SUSPACCT - VSAM KSDS - SUSPENSE LEDGER (I-O)       *00590000
      *             CARDPRPT - PRESENTMENT REPORT (OUTPUT)             *00600000
      *                                                                *00610000
      *  EXCEPTION TYPES :                                             *00620000
      *             AMD - HOLD SETTLED FOR A DIFFERENT AMOUNT (POSTED) *00630000
      *             OFF - NO AUTHORIZATION REFERENCE - OFFLINE OR      *00640000
      *                   FORCED (POSTED)                              *00650000
      *             NOH - NO HOLD FOR THE REFERENCE (POSTED)           *00660000
      *             EXP - HOLD ALREADY EXPIRED BY HOLDEXP (POSTED)     *00670000
      *             REL - HOLD ALREADY RELEASED (POSTED)               *00680000
      *             DUP - HOLD ALREADY SETTLED (NOT POSTED)            *00690000
      *             UNC - CARD NOT ON THE CARD MASTER (SUSPENSE)       *00700000
      *             ACU - CARD'S ACCOUNT NOT FOUND (SUSPENSE)          *00710000
      *             ACC - CARD'S ACCOUNT NOT OPEN (SUSPENSE)           *00720000
      *             CTL - PROCTRAN CONTROL RECORD ERROR (NOT POSTED)   *00730000
      *                                                                *00740000
      *  CHANGE HISTORY                                                *00750000
      *  ----------------------------------------------------------    *00760000
      *  DATE        BY    DESCRIPTION                                 *00770000
      *  2026-10-15  BAG   INITIAL VERSION                             *00780000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00783333
      *                    BALCHK THROUGH BALTOT                       *00786666
      *  2026-10-15  BAG   CARRY THE MERCHANT CATEGORY CODE ONTO       *00787777
      *                    THE CARD DEB ROW FOR CASHBACK               *00788888
      *                                                                *00790000
      ******************************************************************00800000
       ENVIRONMENT DIVISION.                                            00810000
       INPUT-OUTPUT SECTION.                                            00820000
       FILE-CONTROL.                                                    00830000
           SELECT PRESIN-FILE     ASSIGN TO CARDPRIN                    00840000
                  ORGANIZATION IS LINE SEQUENTIAL                       00850000
                  FILE STATUS IS CARDPRES-PRESIN-STATUS.                00860000
                                                                        00870000
           SELECT CARD-FILE       ASSIGN TO CARDFILE                    00880000
                  ORGANIZATION IS INDEXED                               00890000
                  ACCESS MODE IS RANDOM                                 00900000
                  RECORD KEY IS CARD-KEY OF CARD-FILE-REC               00910000
                  FILE STATUS IS CARDPRES-CARD-STATUS.                  00920000
                                                                        00930000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00940000
                  ORGANIZATION IS INDEXED                               00950000
                  ACCESS MODE IS RANDOM                                 00960000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00970000
                  FILE STATUS IS CARDPRES-ACCOUNT-STATUS.               00980000
                                                                        00990000
           SELECT HOLD-FILE       ASSIGN TO AUTHHOLD                    01000000
                  ORGANIZATION IS INDEXED                               01010000
                  ACCESS MODE IS RANDOM                                 01020000
                  RECORD KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC           01030000
                  FILE STATUS IS CARDPRES-HOLD-STATUS.                  01040000
                                                                        01050000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    01060000
                  ORGANIZATION IS INDEXED                               01070000
                  ACCESS MODE IS RANDOM                                 01080000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       01090000
                  FILE STATUS IS CARDPRES-PROCTRAN-STATUS.              01100000
                                                                        01110000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    01120000
                  ORGANIZATION IS INDEXED                               01130000
                  ACCESS MODE IS RANDOM                                 01140000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  01150000
                  FILE STATUS IS CARDPRES-PCTRL-STATUS.                 01160000
                                                                        01170000
           SELECT SUSPACCT-FILE   ASSIGN TO SUSPACCT                    01180000
                  ORGANIZATION IS INDEXED                               01190000
                  ACCESS MODE IS RANDOM                                 01200000
                  RECORD KEY IS SUSPACCT-KEY OF SUSPACCT-FILE-REC       01210000
                  FILE STATUS IS CARDPRES-SUSPACCT-STATUS.              01220000
                                                                        01230000
           SELECT PRES-RPT        ASSIGN TO CARDPRPT                    01240000
                  ORGANIZATION IS LINE SEQUENTIAL                       01250000
                  FILE STATUS IS CARDPRES-RPT-STATUS.                   01260000
                                                                        01270000
       DATA DIVISION.                                                   01280000
       FILE SECTION.                                                    01290000
       FD  PRESIN-FILE                                                  01300000
           RECORDING MODE IS F.                                         01310000
       01  PRESIN-REC.                                                  01320000
           05  PRESIN-CARD-TOKEN           PIC X(16).                   01330000
      *    ZERO FOR AN OFFLINE OR FORCED TRANSACTION.                  *01340000
           05  PRESIN-AUTH-REF             PIC 9(12).                   01350000
           05  PRESIN-AMOUNT               PIC 9(10)V99.                01360000
           05  PRESIN-TXN-DATE             PIC 9(8).                    01370000
           05  PRESIN-MERCHANT             PIC X(30).                   01380000
           05  PRESIN-SCHEME-REF           PIC X(20).                   01390000
           05  PRESIN-INTERCHANGE          PIC 9(6)V99.                 01400000
           05  PRESIN-SCHEME-FEE           PIC 9(6)V99.                 01410000
           05  PRESIN-MCC                  PIC X(4).                    01415000
                                                                        01420000
       FD  CARD-FILE                                                    01430000
           RECORDING MODE IS F.                                         01440000
       01  CARD-FILE-REC.                                               01450000
           COPY CARD.                                                   01460000
                                                                        01470000
       FD  ACCOUNT-FILE                                                 01480000
           RECORDING MODE IS F.                                         01490000
       01  ACCOUNT-FILE-REC.                                            01500000
           COPY ACCOUNT.                                                01510000
                                                                        01520000
       FD  HOLD-FILE                                                    01530000
           RECORDING MODE IS F.                                         01540000
       01  HOLD-FILE-REC.                                               01550000
           COPY AUTHHOLD.                                               01560000
                                                                        01570000
       FD  PROCTRAN-FILE                                                01580000
           RECORDING MODE IS F.                                         01590000
       01  PROCTRAN-FILE-REC.                                           01600000
           COPY PROCTRAN.                                               01610000
                                                                        01620000
       FD  PCTRL-FILE                                                   01630000
           RECORDING MODE IS F.                                         01640000
       01  PCTRL-FILE-REC.                                              01650000
           COPY PRCTCTRL.                                               01660000
                                                                        01670000
       FD  SUSPACCT-FILE                                                01680000
           RECORDING MODE IS F.                                         01690000
       01  SUSPACCT-FILE-REC.                                           01700000
           COPY SUSPACCT.                                               01710000
                                                                        01720000
       FD  PRES-RPT                                                     01730000
           RECORDING MODE IS F.                                         01740000
       01  PRES-RPT-LINE                   PIC X(80).                   01750000
                                                                        01760000
       WORKING-STORAGE SECTION.                                         01770000
       01  CARDPRES-WORK-AREA.                                          01780000
           05  CARDPRES-PRESIN-STATUS      PIC XX.                      01790000
           05  CARDPRES-CARD-STATUS        PIC XX.                      01800000
           05  CARDPRES-ACCOUNT-STATUS     PIC XX.                      01810000
           05  CARDPRES-HOLD-STATUS        PIC XX.                      01820000
           05  CARDPRES-PROCTRAN-STATUS    PIC XX.                      01830000
           05  CARDPRES-PCTRL-STATUS       PIC XX.                      01840000
           05  CARDPRES-SUSPACCT-STATUS    PIC XX.                      01850000
           05  CARDPRES-RPT-STATUS         PIC XX.                      01860000
           05  CARDPRES-EOF-SWITCH         PIC X     VALUE 'N'.         01870000
               88  CARDPRES-AT-EOF               VALUE 'Y'.             01880000
           05  CARDPRES-HOLD-SWITCH        PIC X     VALUE 'N'.         01890000
               88  CARDPRES-HOLD-FOUND           VALUE 'Y'.             01900000
           05  CARDPRES-CTL-FAIL-SWITCH    PIC X     VALUE 'N'.         01910000
               88  CARDPRES-CTL-FAILED           VALUE 'Y'.             01920000
           05  CARDPRES-EXCEPTION          PIC X(3)  VALUE SPACES.      01930000
           05  CARDPRES-OUTCOME            PIC X(8)  VALUE SPACES.      01940000
           05  CARDPRES-CTL-SORTCODE       PIC 9(6)  VALUE 987654.      01950000
           05  CARDPRES-CTL-NUMBER         PIC 9(8)  VALUE ZERO.        01960000
           05  CARDPRES-TRAN-NUMBER        PIC 9(8)  VALUE ZERO.        01970000
           05  CARDPRES-SUSP-SORTCODE      PIC 9(6)  VALUE ZERO.        01980000
           05  CARDPRES-SUSP-ACCOUNT       PIC 9(8)  VALUE ZERO.        01990000
           05  CARDPRES-CURRENT-DATE       PIC 9(8).                    02000000
           05  CARDPRES-CURRENT-TIME       PIC 9(6).                    02010000
           05  CARDPRES-EXC-SUB            PIC 9(4)  COMP VALUE ZERO.   02020000
           05  CARDPRES-READ-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02030000
           05  CARDPRES-POSTED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02040000
           05  CARDPRES-MATCHED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02050000
           05  CARDPRES-SUSP-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02060000
           05  CARDPRES-REJECT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02070000
           05  CARDPRES-POSTED-AMOUNT      PIC S9(13)V99 COMP-3         02080000
                                                     VALUE ZERO.        02090000
           05  CARDPRES-INTERCHANGE-TOTAL  PIC S9(10)V99 VALUE ZERO.    02100000
           05  CARDPRES-SCHEME-FEE-TOTAL   PIC S9(10)V99 VALUE ZERO.    02110000
                                                                        02120000
      *    THE EXCEPTION TYPES IN REPORT ORDER, EACH WITH THE LABEL    *02130000
      *    ITS SUMMARY LINE CARRIES.  THE COUNTS SIT IN A PARALLEL     *02140000
      *    TABLE AT THE SAME SUBSCRIPT.                                *02150000
       01  CARDPRES-EXC-CODES.                                          02160000
           05  FILLER                      PIC X(23) VALUE              02170000
               'AMDAMOUNT DIFFERS     :'.                               02180000
           05  FILLER                      PIC X(23) VALUE              02190000
               'OFFOFFLINE OR FORCED  :'.                               02200000
           05  FILLER                      PIC X(23) VALUE              02210000
               'NOHNO HOLD FOUND      :'.                               02220000
           05  FILLER                      PIC X(23) VALUE              02230000
               'EXPHOLD EXPIRED       :'.                               02240000
           05  FILLER                      PIC X(23) VALUE              02250000
               'RELHOLD RELEASED      :'.                               02260000
           05  FILLER                      PIC X(23) VALUE              02270000
               'DUPDUPLICATE          :'.                               02280000
           05  FILLER                      PIC X(23) VALUE              02290000
               'UNCUNKNOWN CARD       :'.                               02300000
           05  FILLER                      PIC X(23) VALUE              02310000
               'ACUACCOUNT NOT FOUND  :'.                               02320000
           05  FILLER                      PIC X(23) VALUE              02330000
               'ACCACCOUNT NOT OPEN   :'.                               02340000
           05  FILLER                      PIC X(23) VALUE              02350000
               'CTLCONTROL ERROR      :'.                               02360000
       01  CARDPRES-EXC-TABLE REDEFINES CARDPRES-EXC-CODES.             02370000
           05  CARDPRES-EXC-ENTRY          OCCURS 10 TIMES              02380000
                                           INDEXED BY CARDPRES-EXC-IDX. 02390000
               10  CARDPRES-EXC-CODE       PIC X(3).                    02400000
               10  CARDPRES-EXC-LABEL      PIC X(20).                   02410000
                                                                        02420000
       01  CARDPRES-EXC-COUNTS.                                         02430000
           05  CARDPRES-EXC-COUNT          PIC 9(9)  COMP-3 VALUE ZERO  02440000
                                           OCCURS 10 TIMES.             02450000
                                                                        02460000
       01  CARDPRES-DETAIL-LINE.                                        02470000
           05  CARDPRES-DTL-OUTCOME        PIC X(8).                    02480000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02490000
           05  CARDPRES-DTL-EXCEPTION      PIC X(3).                    02500000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02510000
           05  CARDPRES-DTL-TOKEN          PIC X(16).                   02520000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02530000
           05  CARDPRES-DTL-AUTH-REF       PIC 9(12).                   02540000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02550000
           05  CARDPRES-DTL-AMOUNT         PIC Z(9)9.99.                02560000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02570000
           05  CARDPRES-DTL-HOLD-AMOUNT    PIC Z(9)9.99.                02580000
           05  FILLER                      PIC X(5)  VALUE SPACES.      02590000
                                                                        02600000
       01  CARDPRES-SUMMARY-LINE-1.                                     02610000
           05  FILLER                      PIC X(20) VALUE              02620000
               'PRESENTMENTS READ : '.                                  02630000
           05  CARDPRES-SUM-READ           PIC Z(8)9.                   02640000
           05  FILLER                      PIC X(51) VALUE SPACES.      02650000
                                                                        02660000
       01  CARDPRES-SUMMARY-LINE-2.                                     02670000
           05  FILLER                      PIC X(20) VALUE              02680000
               'POSTED            : '.                                  02690000
           05  CARDPRES-SUM-POSTED         PIC Z(8)9.                   02700000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02710000
           05  CARDPRES-SUM-POSTED-AMOUNT  PIC Z(12)9.99-.              02720000
           05  FILLER                      PIC X(32) VALUE SPACES.      02730000
                                                                        02740000
       01  CARDPRES-SUMMARY-LINE-3.                                     02750000
           05  FILLER                      PIC X(20) VALUE              02760000
               '  MATCHED TO HOLD : '.                                  02770000
           05  CARDPRES-SUM-MATCHED        PIC Z(8)9.                   02780000
           05  FILLER                      PIC X(51) VALUE SPACES.      02790000
                                                                        02800000
       01  CARDPRES-SUMMARY-LINE-4.                                     02810000
           05  FILLER                      PIC X(20) VALUE              02820000
               'SENT TO SUSPENSE  : '.                                  02830000
           05  CARDPRES-SUM-SUSP           PIC Z(8)9.                   02840000
           05  FILLER                      PIC X(51) VALUE SPACES.      02850000
                                                                        02860000
       01  CARDPRES-SUMMARY-LINE-5.                                     02870000
           05  FILLER                      PIC X(20) VALUE              02880000
               'NOT POSTED        : '.                                  02890000
           05  CARDPRES-SUM-REJECTED       PIC Z(8)9.                   02900000
           05  FILLER                      PIC X(51) VALUE SPACES.      02910000
                                                                        02920000
       01  CARDPRES-SUMMARY-LINE-6.                                     02930000
           05  FILLER                      PIC X(20) VALUE              02940000
               'INTERCHANGE (CIC) : '.                                  02950000
           05  CARDPRES-SUM-INTERCHANGE    PIC Z(12)9.99-.              02960000
           05  FILLER                      PIC X(43) VALUE SPACES.      02970000
                                                                        02980000
       01  CARDPRES-SUMMARY-LINE-7.                                     02990000
           05  FILLER                      PIC X(20) VALUE              03000000
               'SCHEME FEES (CSF) : '.                                  03010000
           05  CARDPRES-SUM-SCHEME-FEE     PIC Z(12)9.99-.              03020000
           05  FILLER                      PIC X(43) VALUE SPACES.      03030000
                                                                        03040000
       01  CARDPRES-EXC-SUMMARY-LINE.                                   03050000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03060000
           05  CARDPRES-SUM-EXC-CODE       PIC X(3).                    03070000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03080000
           05  CARDPRES-SUM-EXC-LABEL      PIC X(20).                   03090000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03100000
           05  CARDPRES-SUM-EXC-COUNT      PIC Z(8)9.                   03110000
           05  FILLER                      PIC X(44) VALUE SPACES.      03120000
                                                                        03130000
       01  RUNCTL-REQUEST-AREA.                                         03140000
           COPY RUNCTLQ.                                                03150000
                                                                        03152500
       01  BALTOT-REQUEST-AREA.                                         03155000
           COPY BALTOTQ.                                                03157500
                                                                        03160000
       01  BUSDATE-REQUEST-AREA.                                        03170000
           COPY BUSDATEQ.                                               03180000
                                                                        03190000
      ******************************************************************03200000
       PROCEDURE DIVISION.                                              03210000
      ******************************************************************03220000
       0000-MAINLINE.                                                   03230000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03240000
                                                                        03250000
           PERFORM 1200-READ-PRESENTMENT THRU 1200-EXIT                 03260000
           PERFORM 2000-PROCESS-PRESENTMENT                             03270000
              UNTIL CARDPRES-AT-EOF                                     03280000
                                                                        03290000
           PERFORM 3000-POST-SCHEME-FEES THRU 3000-EXIT                 03300000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    03310000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03320000
           GO TO 9999-EXIT.                                             03330000
                                                                        03340000
      ******************************************************************03350000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *03360000
      *  DATE AND OPEN THE FILES.                                      *03370000
      ******************************************************************03380000
       1000-INITIALIZE.                                                 03390000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03400000
           MOVE 'CARDPRES' TO RUNCTL-REQ-JOB                            03410000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03420000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03430000
           IF RUNCTL-HELD                                               03440000
               DISPLAY 'CARDPRES - HELD - PREDECESSOR NOT COMPLETE'     03450000
               STOP RUN                                                 03460000
           END-IF                                                       03470000
                                                                        03472000
           MOVE 'CARDPRES' TO BALTOT-REQ-JOB                            03474000
           SET BALTOT-REQ-PRODUCER TO TRUE                              03476000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           03478000
                                                                        03480000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03490000
           MOVE BUSDATE-REQ-CURRENT TO CARDPRES-CURRENT-DATE            03500000
           ACCEPT CARDPRES-CURRENT-TIME FROM TIME                       03510000
                                                                        03520000
           OPEN INPUT  PRESIN-FILE                                      03530000
           OPEN INPUT  CARD-FILE                                        03540000
           OPEN I-O    ACCOUNT-FILE                                     03550000
           OPEN I-O    HOLD-FILE                                        03560000
           OPEN I-O    PROCTRAN-FILE                                    03570000
           OPEN I-O    PCTRL-FILE                                       03580000
           OPEN I-O    SUSPACCT-FILE                                    03590000
           OPEN OUTPUT PRES-RPT.                                        03600000
       1000-EXIT.                                                       03610000
           EXIT.                                                        03620000
                                                                        03630000
      ******************************************************************03640000
      *  1200-READ-PRESENTMENT - READ THE NEXT PRESENTMENT.            *03650000
      ******************************************************************03660000
       1200-READ-PRESENTMENT.                                           03670000
           READ PRESIN-FILE                                             03680000
               AT END                                                   03690000
                   SET CARDPRES-AT-EOF TO TRUE                          03700000
                   GO TO 1200-EXIT                                      03710000
           END-READ                                                     03720000
                                                                        03730000
           ADD 1 TO CARDPRES-READ-COUNT.                                03740000
       1200-EXIT.                                                       03750000
           EXIT.                                                        03760000
                                                                        03770000
      ******************************************************************03780000
      *  2000-PROCESS-PRESENTMENT - FIND THE CARD'S ACCOUNT, MATCH THE *03790000
      *  HOLD AND POST, OR PARK THE ITEM IN SUSPENSE.  THE SCHEME'S    *03800000
      *  FEES ON THE ITEM ARE DUE WHATEVER HAPPENS TO IT.              *03810000
      ******************************************************************03820000
       2000-PROCESS-PRESENTMENT.                                        03830000
           MOVE SPACES TO CARDPRES-EXCEPTION                            03840000
           MOVE 'N' TO CARDPRES-HOLD-SWITCH                             03850000
           MOVE ZERO TO AUTHHOLD-AMOUNT OF HOLD-FILE-REC                03860000
                                                                        03870000
           ADD PRESIN-INTERCHANGE TO CARDPRES-INTERCHANGE-TOTAL         03880000
           ADD PRESIN-SCHEME-FEE TO CARDPRES-SCHEME-FEE-TOTAL           03890000
                                                                        03900000
           PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT                     03910000
           IF CARDPRES-EXCEPTION NOT = SPACES                           03920000
               PERFORM 2600-PARK-IN-SUSPENSE THRU 2600-EXIT             03930000
           ELSE                                                         03940000
               PERFORM 2200-MATCH-HOLD THRU 2200-EXIT                   03950000
               IF CARDPRES-EXCEPTION = 'DUP'                            03960000
                   ADD 1 TO CARDPRES-REJECT-COUNT                       03970000
                   MOVE 'REJECTED' TO CARDPRES-OUTCOME                  03980000
               ELSE                                                     03990000
                   PERFORM 2300-POST-PRESENTMENT THRU 2300-EXIT         04000000
               END-IF                                                   04010000
           END-IF                                                       04020000
                                                                        04030000
           IF CARDPRES-EXCEPTION NOT = SPACES                           04040000
               PERFORM 2800-COUNT-EXCEPTION THRU 2800-EXIT              04050000
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT                 04060000
           END-IF                                                       04070000
                                                                        04080000
           PERFORM 1200-READ-PRESENTMENT THRU 1200-EXIT.                04090000
                                                                        04100000
      ******************************************************************04110000
      *  2100-FIND-ACCOUNT - THE CARD NAMES THE ACCOUNT.  A CARD OF    *04120000
      *  ANY STATUS IS ACCEPTED - THE SCHEME GUARANTEED THE PAYMENT    *04130000
      *  WHEN THE CARD WAS PRESENTED.  THE ACCOUNT IS LEFT READ FOR    *04140000
      *  THE DEBIT.                                                    *04150000
      ******************************************************************04160000
       2100-FIND-ACCOUNT.                                               04170000
           MOVE CARDPRES-CTL-SORTCODE TO CARDPRES-SUSP-SORTCODE         04180000
           MOVE ZERO TO CARDPRES-SUSP-ACCOUNT                           04190000
           MOVE PRESIN-CARD-TOKEN TO CARD-TOKEN OF CARD-FILE-REC        04200000
                                                                        04210000
           READ CARD-FILE                                               04220000
               KEY IS CARD-KEY OF CARD-FILE-REC                         04230000
               INVALID KEY                                              04240000
                   MOVE 'UNC' TO CARDPRES-EXCEPTION                     04250000
                   GO TO 2100-EXIT                                      04260000
           END-READ                                                     04270000
                                                                        04280000
           MOVE CARD-SORTCODE OF CARD-FILE-REC                          04290000
               TO CARDPRES-SUSP-SORTCODE                                04300000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC                           04310000
               TO CARDPRES-SUSP-ACCOUNT                                 04320000
           MOVE CARD-SORTCODE OF CARD-FILE-REC                          04330000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  04340000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC                           04350000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    04360000
                                                                        04370000
           READ ACCOUNT-FILE                                            04380000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   04390000
               INVALID KEY                                              04400000
                   MOVE 'ACU' TO CARDPRES-EXCEPTION                     04410000
                   GO TO 2100-EXIT                                      04420000
           END-READ                                                     04430000
                                                                        04440000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      04450000
               MOVE 'ACC' TO CARDPRES-EXCEPTION                         04460000
           END-IF.                                                      04470000
       2100-EXIT.                                                       04480000
           EXIT.                                                        04490000
                                                                        04500000
      ******************************************************************04510000
      *  2200-MATCH-HOLD - LOOK THE AUTHORIZATION REFERENCE UP ON THE  *04520000
      *  ACCOUNT'S HOLDS AND CLASSIFY THE MATCH.  ONLY A SETTLED HOLD  *04530000
      *  STOPS THE POSTING.                                            *04540000
      ******************************************************************04550000
       2200-MATCH-HOLD.                                                 04560000
           IF PRESIN-AUTH-REF = ZERO                                    04570000
               MOVE 'OFF' TO CARDPRES-EXCEPTION                         04580000
               GO TO 2200-EXIT                                          04590000
           END-IF                                                       04600000
                                                                        04610000
           MOVE CARD-SORTCODE OF CARD-FILE-REC                          04620000
               TO AUTHHOLD-SORTCODE OF HOLD-FILE-REC                    04630000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC                           04640000
               TO AUTHHOLD-NUMBER OF HOLD-FILE-REC                      04650000
           MOVE PRESIN-AUTH-REF TO AUTHHOLD-AUTH-REF OF HOLD-FILE-REC   04660000
                                                                        04670000
           READ HOLD-FILE                                               04680000
               KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC                     04690000
               INVALID KEY                                              04700000
                   MOVE ZERO TO AUTHHOLD-AMOUNT OF HOLD-FILE-REC        04710000
                   MOVE 'NOH' TO CARDPRES-EXCEPTION                     04720000
                   GO TO 2200-EXIT                                      04730000
           END-READ                                                     04740000
                                                                        04750000
           SET CARDPRES-HOLD-FOUND TO TRUE                              04760000
                                                                        04770000
           EVALUATE TRUE                                                04780000
               WHEN AUTHHOLD-SETTLED OF HOLD-FILE-REC                   04790000
                   MOVE 'DUP' TO CARDPRES-EXCEPTION                     04800000
               WHEN AUTHHOLD-EXPIRED OF HOLD-FILE-REC                   04810000
                   MOVE 'EXP' TO CARDPRES-EXCEPTION                     04820000
               WHEN AUTHHOLD-RELEASED OF HOLD-FILE-REC                  04830000
                   MOVE 'REL' TO CARDPRES-EXCEPTION                     04840000
               WHEN AUTHHOLD-AMOUNT OF HOLD-FILE-REC                    04850000
                    NOT = PRESIN-AMOUNT                                 04860000
                   MOVE 'AMD' TO CARDPRES-EXCEPTION                     04870000
               WHEN OTHER                                               04880000
                   CONTINUE                                             04890000
           END-EVALUATE.                                                04900000
       2200-EXIT.                                                       04910000
           EXIT.                                                        04920000
                                                                        04930000
      ******************************************************************04940000
      *  2300-POST-PRESENTMENT - DEBIT THE ACCOUNT FOR THE PRESENTED   *04950000
      *  AMOUNT, LOG THE DEB ROW AND SETTLE ANY HOLD FOUND.  A CARD    *04960000
      *  DEBIT, LIKE A FEE, MAY TAKE THE ACCOUNT NEGATIVE.             *04970000
      ******************************************************************04980000
       2300-POST-PRESENTMENT.                                           04990000
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           05000000
           IF CARDPRES-CTL-FAILED                                       05010000
               MOVE 'CTL' TO CARDPRES-EXCEPTION                         05020000
               ADD 1 TO CARDPRES-REJECT-COUNT                           05030000
               MOVE 'REJECTED' TO CARDPRES-OUTCOME                      05040000
               GO TO 2300-EXIT                                          05050000
           END-IF                                                       05060000
                                                                        05070000
           SUBTRACT PRESIN-AMOUNT                                       05080000
              FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                  05090000
                                                                        05100000
           REWRITE ACCOUNT-FILE-REC                                     05110000
               INVALID KEY                                              05120000
                   DISPLAY 'CARDPRES - CRITICAL - ACCOUNT REWRITE '     05130000
                       'FAILED FOR ACCOUNT '                            05140000
                       CARD-ACCOUNT OF CARD-FILE-REC                    05150000
                       ', STATUS ' CARDPRES-ACCOUNT-STATUS              05160000
                   MOVE 'CTL' TO CARDPRES-EXCEPTION                     05170000
                   ADD 1 TO CARDPRES-REJECT-COUNT                       05180000
                   MOVE 'REJECTED' TO CARDPRES-OUTCOME                  05190000
                   GO TO 2300-EXIT                                      05200000
           END-REWRITE                                                  05210000
                                                                        05220000
           PERFORM 2700-WRITE-DEB-PROCTRAN THRU 2700-EXIT               05230000
                                                                        05240000
           IF CARDPRES-HOLD-FOUND                                       05250000
               SET AUTHHOLD-SETTLED OF HOLD-FILE-REC TO TRUE            05260000
               REWRITE HOLD-FILE-REC                                    05270000
                   INVALID KEY                                          05280000
                       DISPLAY 'CARDPRES - CRITICAL - HOLD REWRITE '    05290000
                           'FAILED FOR ACCOUNT '                        05300000
                           CARD-ACCOUNT OF CARD-FILE-REC                05310000
                           ', STATUS ' CARDPRES-HOLD-STATUS             05320000
               END-REWRITE                                              05330000
           END-IF                                                       05340000
                                                                        05350000
           IF CARDPRES-EXCEPTION = SPACES                               05360000
              OR CARDPRES-EXCEPTION = 'AMD'                             05370000
               ADD 1 TO CARDPRES-MATCHED-COUNT                          05380000
           END-IF                                                       05390000
           ADD 1 TO CARDPRES-POSTED-COUNT                               05400000
           ADD PRESIN-AMOUNT TO CARDPRES-POSTED-AMOUNT                  05410000
           MOVE 'POSTED' TO CARDPRES-OUTCOME.                           05420000
       2300-EXIT.                                                       05430000
           EXIT.                                                        05440000
                                                                        05450000
      ******************************************************************05460000
      *  2500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *05470000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE SAME  *05480000
      *  WAY INCLRNG HANDS OUT ITS NUMBERS.                            *05490000
      ******************************************************************05500000
       2500-ASSIGN-PROCTRAN-NUMBER.                                     05510000
           MOVE 'N' TO CARDPRES-CTL-FAIL-SWITCH                         05520000
           MOVE CARDPRES-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE      05530000
                                          OF PCTRL-FILE-REC             05540000
           MOVE CARDPRES-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER        05550000
                                          OF PCTRL-FILE-REC             05560000
                                                                        05570000
           READ PCTRL-FILE                                              05580000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            05590000
               INVALID KEY                                              05600000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           05610000
                                   OF PCTRL-FILE-REC                    05620000
                   MOVE CARDPRES-CTL-SORTCODE                           05630000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   05640000
                   MOVE CARDPRES-CTL-NUMBER                             05650000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     05660000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 05670000
                   WRITE PCTRL-FILE-REC                                 05680000
           END-READ                                                     05690000
                                                                        05700000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             05710000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 05720000
               TO CARDPRES-TRAN-NUMBER                                  05730000
                                                                        05740000
           REWRITE PCTRL-FILE-REC                                       05750000
               INVALID KEY                                              05760000
                   DISPLAY 'CARDPRES - CRITICAL - CONTROL RECORD '      05770000
                       'REWRITE FAILED, STATUS ' CARDPRES-PCTRL-STATUS  05780000
                   SET CARDPRES-CTL-FAILED TO TRUE                      05790000
           END-REWRITE.                                                 05800000
       2500-EXIT.                                                       05810000
           EXIT.                                                        05820000
                                                                        05830000
      ******************************************************************05840000
      *  2600-PARK-IN-SUSPENSE - THE SCHEME HAS TAKEN THE MONEY BUT    *05850000
      *  THERE IS NO OPEN ACCOUNT TO DEBIT, SO THE ITEM PARKS AS A PDR *05860000
      *  ON THE SUSPENSE LEDGER UNDER THE CARD'S SORT CODE (THE        *05870000
      *  CONTROL SORT CODE FOR AN UNKNOWN CARD) AND A NEGATIVE SUS     *05880000
      *  ROW CARRIES IT INTO THE GL EXTRACT, AS NOSTREC PARKS A DEBIT. *05890000
      ******************************************************************05900000
       2600-PARK-IN-SUSPENSE.                                           05910000
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           05920000
           IF CARDPRES-CTL-FAILED                                       05930000
               MOVE 'CTL' TO CARDPRES-EXCEPTION                         05940000
               ADD 1 TO CARDPRES-REJECT-COUNT                           05950000
               MOVE 'REJECTED' TO CARDPRES-OUTCOME                      05960000
               GO TO 2600-EXIT                                          05970000
           END-IF                                                       05980000
                                                                        05990000
           MOVE 'SACC' TO SUSPACCT-EYECATCHER OF SUSPACCT-FILE-REC      06000000
           MOVE CARDPRES-SUSP-SORTCODE                                  06010000
               TO SUSPACCT-SORTCODE OF SUSPACCT-FILE-REC                06020000
           MOVE CARDPRES-TRAN-NUMBER                                    06030000
               TO SUSPACCT-ENTRY-NUMBER OF SUSPACCT-FILE-REC            06040000
           MOVE 'CARDPRES' TO SUSPACCT-SOURCE OF SUSPACCT-FILE-REC      06050000
           MOVE 'PDR' TO SUSPACCT-DIRECTION OF SUSPACCT-FILE-REC        06060000
           MOVE CARDPRES-SUSP-ACCOUNT                                   06070000
               TO SUSPACCT-TARGET-ACCOUNT OF SUSPACCT-FILE-REC          06080000
           MOVE PRESIN-AMOUNT TO SUSPACCT-AMOUNT OF SUSPACCT-FILE-REC   06090000
           MOVE PRESIN-SCHEME-REF                                       06100000
               TO SUSPACCT-REFERENCE OF SUSPACCT-FILE-REC               06110000
           MOVE CARDPRES-CURRENT-DATE                                   06120000
               TO SUSPACCT-POSTED-DATE OF SUSPACCT-FILE-REC             06130000
           MOVE CARDPRES-EXCEPTION                                      06140000
               TO SUSPACCT-REASON OF SUSPACCT-FILE-REC                  06150000
           SET SUSPACCT-ENTRY-OPEN OF SUSPACCT-FILE-REC TO TRUE         06160000
           MOVE ZERO   TO SUSPACCT-CLEARED-DATE OF SUSPACCT-FILE-REC    06170000
           MOVE SPACES TO SUSPACCT-CLEARED-BY OF SUSPACCT-FILE-REC      06180000
                                                                        06190000
           WRITE SUSPACCT-FILE-REC                                      06200000
               INVALID KEY                                              06210000
                   DISPLAY 'CARDPRES - CRITICAL - SUSPENSE WRITE '      06220000
                       'FAILED FOR CARD ' PRESIN-CARD-TOKEN             06230000
                   ADD 1 TO CARDPRES-REJECT-COUNT                       06240000
                   MOVE 'REJECTED' TO CARDPRES-OUTCOME                  06250000
                   GO TO 2600-EXIT                                      06260000
           END-WRITE                                                    06270000
                                                                        06280000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    06290000
           MOVE CARDPRES-SUSP-SORTCODE                                  06300000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              06310000
           MOVE CARDPRES-TRAN-NUMBER                                    06320000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 06330000
           MOVE CARDPRES-SUSP-ACCOUNT                                   06340000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         06350000
           MOVE CARDPRES-CURRENT-DATE                                   06360000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   06370000
           MOVE CARDPRES-CURRENT-TIME                                   06380000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   06390000
           MOVE CARDPRES-TRAN-NUMBER                                    06400000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    06410000
           MOVE 'SUS' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            06420000
           COMPUTE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC =              06430000
               ZERO - PRESIN-AMOUNT                                     06440000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        06450000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      06460000
                                                                        06470000
           MOVE SPACES TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           06480000
           STRING 'CARD ' PRESIN-SCHEME-REF                             06490000
               DELIMITED BY SIZE                                        06500000
               INTO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                 06510000
           END-STRING                                                   06520000
                                                                        06530000
           WRITE PROCTRAN-FILE-REC                                      06540000
               INVALID KEY                                              06550000
                   DISPLAY 'CARDPRES - CRITICAL - SUS WRITE FAILED '    06560000
                       'FOR CARD ' PRESIN-CARD-TOKEN                    06570000
               NOT INVALID KEY                                          06573333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        06576666
           END-WRITE                                                    06580000
                                                                        06590000
           ADD 1 TO CARDPRES-SUSP-COUNT                                 06600000
           MOVE 'SUSPENSE' TO CARDPRES-OUTCOME.                         06610000
       2600-EXIT.                                                       06620000
           EXIT.                                                        06630000
                                                                        06640000
      ******************************************************************06650000
      *  2700-WRITE-DEB-PROCTRAN - LOG THE CARD DEBIT THE WAY CARDAUTH *06660000
      *  LOGS A SETTLEMENT, CARRYING THE AUTHORIZATION REFERENCE (THE  *06670000
      *  PROCTRAN NUMBER FOR AN OFFLINE ITEM) AND THE MERCHANT.        *06680000
      ******************************************************************06690000
       2700-WRITE-DEB-PROCTRAN.                                         06700000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    06710000
           MOVE CARD-SORTCODE OF CARD-FILE-REC                          06720000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              06730000
           MOVE CARDPRES-TRAN-NUMBER                                    06740000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 06750000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC                           06760000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         06770000
           MOVE CARDPRES-CURRENT-DATE                                   06780000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   06790000
           MOVE CARDPRES-CURRENT-TIME                                   06800000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   06810000
           IF PRESIN-AUTH-REF = ZERO                                    06820000
               MOVE CARDPRES-TRAN-NUMBER                                06830000
                   TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                06840000
           ELSE                                                         06850000
               MOVE PRESIN-AUTH-REF                                     06860000
                   TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                06870000
           END-IF                                                       06880000
           MOVE 'DEB' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            06890000
           MOVE PRESIN-AMOUNT TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC  06900000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        06910000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      06920000
                                                                        06930000
           MOVE SPACES TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           06940000
           STRING 'CARD ' PRESIN-MERCHANT                               06950000
               DELIMITED BY SIZE                                        06960000
               INTO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                 06970000
           END-STRING                                                   06980000
           MOVE PRESIN-MCC TO PROC-DESC-CARD-MCC OF PROCTRAN-FILE-REC   06981428
           IF PRESIN-MCC = SPACES                                       06982856
              AND CARDPRES-HOLD-FOUND                                   06984284
               MOVE AUTHHOLD-MCC OF HOLD-FILE-REC                       06985712
                   TO PROC-DESC-CARD-MCC OF PROCTRAN-FILE-REC           06987140
           END-IF                                                       06988568
                                                                        06990000
           WRITE PROCTRAN-FILE-REC                                      07000000
               INVALID KEY                                              07010000
                   DISPLAY 'CARDPRES - CRITICAL - PROCTRAN WRITE '      07020000
                       'FAILED FOR ACCOUNT '                            07030000
                       CARD-ACCOUNT OF CARD-FILE-REC                    07040000
               NOT INVALID KEY                                          07043333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        07046666
           END-WRITE.                                                   07050000
       2700-EXIT.                                                       07060000
           EXIT.                                                        07070000
                                                                        07080000
      ******************************************************************07090000
      *  2800-COUNT-EXCEPTION - ADD ONE TO THE EXCEPTION TYPE'S COUNT. *07100000
      ******************************************************************07110000
       2800-COUNT-EXCEPTION.                                            07120000
           SET CARDPRES-EXC-IDX TO 1                                    07130000
           SEARCH CARDPRES-EXC-ENTRY                                    07140000
               AT END                                                   07150000
                   CONTINUE                                             07160000
               WHEN CARDPRES-EXC-CODE(CARDPRES-EXC-IDX)                 07170000
                    = CARDPRES-EXCEPTION                                07180000
                   SET CARDPRES-EXC-SUB TO CARDPRES-EXC-IDX             07190000
                   ADD 1 TO CARDPRES-EXC-COUNT(CARDPRES-EXC-SUB)        07200000
           END-SEARCH.                                                  07210000
       2800-EXIT.                                                       07220000
           EXIT.                                                        07230000
                                                                        07240000
      ******************************************************************07250000
      *  2900-WRITE-DETAIL - LIST THE EXCEPTION, WITH THE AMOUNT THE   *07260000
      *  HOLD WAS PLACED FOR WHERE ONE WAS FOUND.                      *07270000
      ******************************************************************07280000
       2900-WRITE-DETAIL.                                               07290000
           MOVE CARDPRES-OUTCOME TO CARDPRES-DTL-OUTCOME                07300000
           MOVE CARDPRES-EXCEPTION TO CARDPRES-DTL-EXCEPTION            07310000
           MOVE PRESIN-CARD-TOKEN TO CARDPRES-DTL-TOKEN                 07320000
           MOVE PRESIN-AUTH-REF TO CARDPRES-DTL-AUTH-REF                07330000
           MOVE PRESIN-AMOUNT TO CARDPRES-DTL-AMOUNT                    07340000
           MOVE AUTHHOLD-AMOUNT OF HOLD-FILE-REC                        07350000
               TO CARDPRES-DTL-HOLD-AMOUNT                              07360000
                                                                        07370000
           WRITE PRES-RPT-LINE FROM CARDPRES-DETAIL-LINE.               07380000
       2900-EXIT.                                                       07390000
           EXIT.                                                        07400000
                                                                        07410000
      ******************************************************************07420000
      *  3000-POST-SCHEME-FEES - POST THE FILE'S INTERCHANGE (CIC) AND *07430000
      *  SCHEME FEES (CSF) AGAINST THE CONTROL SORT CODE, ONE ROW      *07440000
      *  EACH, SO GLEXTR CARRIES THEM TO THE CARD INCOME AND CARD      *07450000
      *  SCHEME CHARGES LEDGERS.  A ZERO TOTAL WRITES NO ROW.          *07460000
      ******************************************************************07470000
       3000-POST-SCHEME-FEES.                                           07480000
           IF CARDPRES-INTERCHANGE-TOTAL NOT = ZERO                     07490000
               MOVE 'CIC' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC        07500000
               MOVE CARDPRES-INTERCHANGE-TOTAL                          07510000
                   TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC             07520000
               MOVE 'CARD INTERCHANGE' TO PROC-TRAN-DESC                07530000
                                           OF PROCTRAN-FILE-REC         07540000
               PERFORM 3100-WRITE-FEE-PROCTRAN THRU 3100-EXIT           07550000
           END-IF                                                       07560000
                                                                        07570000
           IF CARDPRES-SCHEME-FEE-TOTAL NOT = ZERO                      07580000
               MOVE 'CSF' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC        07590000
               MOVE CARDPRES-SCHEME-FEE-TOTAL                           07600000
                   TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC             07610000
               MOVE 'CARD SCHEME FEES' TO PROC-TRAN-DESC                07620000
                                           OF PROCTRAN-FILE-REC         07630000
               PERFORM 3100-WRITE-FEE-PROCTRAN THRU 3100-EXIT           07640000
           END-IF.                                                      07650000
       3000-EXIT.                                                       07660000
           EXIT.                                                        07670000
                                                                        07680000
      ******************************************************************07690000
      *  3100-WRITE-FEE-PROCTRAN - NUMBER AND WRITE ONE FEE LEDGER     *07700000
      *  ROW.  THE CALLER SETS THE TYPE, AMOUNT AND DESCRIPTION.       *07710000
      ******************************************************************07720000
       3100-WRITE-FEE-PROCTRAN.                                         07730000
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           07740000
           IF CARDPRES-CTL-FAILED                                       07750000
               DISPLAY 'CARDPRES - CRITICAL - NO PROCTRAN NUMBER FOR '  07760000
                   PROC-TRAN-TYPE OF PROCTRAN-FILE-REC ' ROW'           07770000
               GO TO 3100-EXIT                                          07780000
           END-IF                                                       07790000
                                                                        07800000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    07810000
           MOVE CARDPRES-CTL-SORTCODE                                   07820000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              07830000
           MOVE CARDPRES-TRAN-NUMBER                                    07840000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 07850000
           MOVE ZERO TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC   07860000
           MOVE CARDPRES-CURRENT-DATE                                   07870000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   07880000
           MOVE CARDPRES-CURRENT-TIME                                   07890000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   07900000
           MOVE CARDPRES-TRAN-NUMBER                                    07910000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    07920000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        07930000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      07940000
                                                                        07950000
           WRITE PROCTRAN-FILE-REC                                      07960000
               INVALID KEY                                              07970000
                   DISPLAY 'CARDPRES - CRITICAL - '                     07980000
                       PROC-TRAN-TYPE OF PROCTRAN-FILE-REC              07990000
                       ' WRITE FAILED'                                  08000000
               NOT INVALID KEY                                          08003333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        08006666
           END-WRITE.                                                   08010000
       3100-EXIT.                                                       08020000
           EXIT.                                                        08030000
                                                                        08040000
      ******************************************************************08050000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS AND THE EXCEPTION   *08060000
      *  COUNTS BY TYPE.                                               *08070000
      ******************************************************************08080000
       4000-PRINT-SUMMARY.                                              08090000
           MOVE CARDPRES-READ-COUNT TO CARDPRES-SUM-READ                08100000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-1             08110000
                                                                        08120000
           MOVE CARDPRES-POSTED-COUNT TO CARDPRES-SUM-POSTED            08130000
           MOVE CARDPRES-POSTED-AMOUNT TO CARDPRES-SUM-POSTED-AMOUNT    08140000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-2             08150000
                                                                        08160000
           MOVE CARDPRES-MATCHED-COUNT TO CARDPRES-SUM-MATCHED          08170000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-3             08180000
                                                                        08190000
           MOVE CARDPRES-SUSP-COUNT TO CARDPRES-SUM-SUSP                08200000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-4             08210000
                                                                        08220000
           MOVE CARDPRES-REJECT-COUNT TO CARDPRES-SUM-REJECTED          08230000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-5             08240000
                                                                        08250000
           MOVE CARDPRES-INTERCHANGE-TOTAL TO CARDPRES-SUM-INTERCHANGE  08260000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-6             08270000
                                                                        08280000
           MOVE CARDPRES-SCHEME-FEE-TOTAL TO CARDPRES-SUM-SCHEME-FEE    08290000
           WRITE PRES-RPT-LINE FROM CARDPRES-SUMMARY-LINE-7             08300000
                                                                        08310000
           PERFORM 4100-PRINT-EXCEPTION-COUNT THRU 4100-EXIT            08320000
               VARYING CARDPRES-EXC-SUB FROM 1 BY 1                     08330000
               UNTIL CARDPRES-EXC-SUB > 10.                             08340000
       4000-EXIT.                                                       08350000
           EXIT.                                                        08360000
                                                                        08370000
      ******************************************************************08380000
      *  4100-PRINT-EXCEPTION-COUNT - ONE LINE PER EXCEPTION TYPE.     *08390000
      ******************************************************************08400000
       4100-PRINT-EXCEPTION-COUNT.                                      08410000
           MOVE CARDPRES-EXC-CODE(CARDPRES-EXC-SUB)                     08420000
               TO CARDPRES-SUM-EXC-CODE                                 08430000
           MOVE CARDPRES-EXC-LABEL(CARDPRES-EXC-SUB)                    08440000
               TO CARDPRES-SUM-EXC-LABEL                                08450000
           MOVE CARDPRES-EXC-COUNT(CARDPRES-EXC-SUB)                    08460000
               TO CARDPRES-SUM-EXC-COUNT                                08470000
           WRITE PRES-RPT-LINE FROM CARDPRES-EXC-SUMMARY-LINE.          08480000
       4100-EXIT.                                                       08490000
           EXIT.                                                        08500000
                                                                        08510000
      ******************************************************************08510666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *08511332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *08511998
      ******************************************************************08512664
       8900-ADD-CONTROL-TOTAL.                                          08513330
           SET BALTOT-REQ-ADD TO TRUE                                   08513996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  08514662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  08515328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   08515994
               TO BALTOT-REQ-AMOUNT                                     08516660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          08517326
       8900-EXIT.                                                       08517992
           EXIT.                                                        08518658
                                                                        08519324
      ******************************************************************08520000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *08530000
      ******************************************************************08540000
       9000-TERMINATE.                                                  08550000
           CLOSE PRESIN-FILE                                            08560000
           CLOSE CARD-FILE                                              08570000
           CLOSE ACCOUNT-FILE                                           08580000
           CLOSE HOLD-FILE                                              08590000
           CLOSE PROCTRAN-FILE                                          08600000
           CLOSE PCTRL-FILE                                             08610000
           CLOSE SUSPACCT-FILE                                          08620000
           CLOSE PRES-RPT                                               08630000
                                                                        08640000
           SET BALTOT-REQ-WRITE TO TRUE                                 08642500
           CALL 'BALTOT' USING BALTOT-REQUEST                           08645000
                                                                        08647500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              08650000
           MOVE CARDPRES-READ-COUNT TO RUNCTL-REQ-COUNT                 08660000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          08670000
       9000-EXIT.                                                       08680000
           EXIT.                                                        08690000
                                                                        08700000
       9999-EXIT.                                                       08710000
           STOP RUN.                                                    08720000
