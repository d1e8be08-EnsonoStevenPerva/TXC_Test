      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    BALCHK.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  BALCHK - INTER-JOB CONTROL-TOTAL BALANCING                    *00150000
      *                                                                *00160000
      *  FUNCTION : CHECKS THAT WHAT THE NIGHT'S POSTING JOBS WROTE    *00170000
      *             TO A FILE IS WHAT THE EXTRACT JOBS READ FROM IT.   *00180000
      *             EVERY POSTING AND EXTRACT JOB LEAVES ITS CONTROL   *00190000
      *             TOTALS - COUNT, DEBIT VALUE AND CREDIT VALUE BY    *00200000
      *             TRANSACTION TYPE - ON THE CONTROL-TOTAL FILE       *00210000
      *             THROUGH THE BALTOT SUBPROGRAM.                     *00220000
      *                                                                *00230000
      *             FOR EACH ACTIVE RULE ON THE BALANCING RULE FILE    *00240000
      *             (COPYBOOK BALRULE) THE TOTALS OF THE RULE'S        *00250000
      *             PRODUCER JOBS ARE ADDED UP AND SET AGAINST THE     *00260000
      *             TOTALS OF ITS CONSUMER JOB, OVER THE RULE'S        *00270000
      *             TRANSACTION TYPES.  THE OUTCOME IS WRITTEN TO THE  *00280000
      *             BALANCING RESULT FILE (COPYBOOK BALRES) FOR OPSRPT *00290000
      *             AND PRINTED WITH THE DIFFERENCES.                  *00300000
      *                                                                *00310000
      *             WHEN A RULE DOES NOT HOLD, THE CONSUMER JOB'S      *00320000
      *             RUNCTL ROW IS MARKED OUT OF BALANCE, AND ONCE      *00330000
      *             EVERY RULE IS CHECKED SO IS THIS JOB'S OWN ROW.    *00340000
      *             A JOB THAT NAMES EITHER AS ITS PREDECESSOR IS THEN *00350000
      *             HELD, AS IT WOULD BE AFTER A FAILURE, UNTIL THE    *00360000
      *             DIFFERENCE IS EXPLAINED AND BALCHK RERUN.          *00370000
      *                                                                *00380000
      *  FILES    : BALRULE  - VSAM KSDS - BALANCING RULES (INPUT)     *00390000
      *             BALTOTF  - VSAM KSDS - CONTROL TOTALS (INPUT)      *00400000
      *             BALRES   - VSAM KSDS - BALANCING RESULTS (I-O)     *00410000
      *             SYSIN    - PARAMETER FILE - DATE TO CHECK          *00420000
      *                        (YYYYMMDD, COLS 1-8, DEFAULT THE        *00430000
      *                        CURRENT BUSINESS DATE)                  *00440000
      *             BALRPT   - BALANCING REPORT (OUTPUT)               *00450000
      *                                                                *00460000
      *  CHANGE HISTORY                                                *00470000
      *  ----------------------------------------------------------    *00480000
      *  DATE        BY    DESCRIPTION                                 *00490000
      *  2026-10-15  BAG   INITIAL VERSION                             *00500000
      *                                                                *00510000
      ******************************************************************00520000
       ENVIRONMENT DIVISION.                                            00530000
       INPUT-OUTPUT SECTION.                                            00540000
       FILE-CONTROL.                                                    00550000
           SELECT BALRULE-FILE    ASSIGN TO BALRULE                     00560000
                  ORGANIZATION IS INDEXED                               00570000
                  ACCESS MODE IS SEQUENTIAL                             00580000
                  RECORD KEY IS BALRULE-KEY OF BALRULE-FILE-REC         00590000
                  FILE STATUS IS BALCHK-RULE-STATUS.                    00600000
                                                                        00610000
           SELECT BALTOT-FILE     ASSIGN TO BALTOTF                     00620000
                  ORGANIZATION IS INDEXED                               00630000
                  ACCESS MODE IS DYNAMIC                                00640000
                  RECORD KEY IS BALTOT-KEY OF BALTOT-FILE-REC           00650000
                  FILE STATUS IS BALCHK-TOTAL-STATUS.                   00660000
                                                                        00670000
           SELECT BALRES-FILE     ASSIGN TO BALRES                      00680000
                  ORGANIZATION IS INDEXED                               00690000
                  ACCESS MODE IS RANDOM                                 00700000
                  RECORD KEY IS BALRES-KEY OF BALRES-FILE-REC           00710000
                  FILE STATUS IS BALCHK-RESULT-STATUS.                  00720000
                                                                        00730000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00740000
                  ORGANIZATION IS LINE SEQUENTIAL                       00750000
                  FILE STATUS IS BALCHK-PARM-STATUS.                    00760000
                                                                        00770000
           SELECT BALANCE-RPT     ASSIGN TO BALRPT                      00780000
                  ORGANIZATION IS LINE SEQUENTIAL                       00790000
                  FILE STATUS IS BALCHK-RPT-STATUS.                     00800000
                                                                        00810000
       DATA DIVISION.                                                   00820000
       FILE SECTION.                                                    00830000
       FD  BALRULE-FILE                                                 00840000
           RECORDING MODE IS F.                                         00850000
       01  BALRULE-FILE-REC.                                            00860000
           COPY BALRULE.                                                00870000
                                                                        00880000
       FD  BALTOT-FILE                                                  00890000
           RECORDING MODE IS F.                                         00900000
       01  BALTOT-FILE-REC.                                             00910000
           COPY BALTOT.                                                 00920000
                                                                        00930000
       FD  BALRES-FILE                                                  00940000
           RECORDING MODE IS F.                                         00950000
       01  BALRES-FILE-REC.                                             00960000
           COPY BALRES.                                                 00970000
                                                                        00980000
       FD  PARAMETER-FILE                                               00990000
           RECORDING MODE IS F.                                         01000000
       01  PARAMETER-FILE-REC              PIC X(80).                   01010000
                                                                        01020000
       FD  BALANCE-RPT                                                  01030000
           RECORDING MODE IS F.                                         01040000
       01  BALANCE-RPT-LINE                PIC X(80).                   01050000
                                                                        01060000
       WORKING-STORAGE SECTION.                                         01070000
       01  BALCHK-WORK-AREA.                                            01080000
           05  BALCHK-RULE-STATUS          PIC XX.                      01090000
           05  BALCHK-TOTAL-STATUS         PIC XX.                      01100000
           05  BALCHK-RESULT-STATUS        PIC XX.                      01110000
           05  BALCHK-PARM-STATUS          PIC XX.                      01120000
           05  BALCHK-RPT-STATUS           PIC XX.                      01130000
           05  BALCHK-EOF-SWITCH           PIC X     VALUE 'N'.         01140000
               88  BALCHK-AT-EOF                 VALUE 'Y'.             01150000
           05  BALCHK-TOTAL-EOF-SWITCH     PIC X     VALUE 'N'.         01160000
               88  BALCHK-TOTAL-AT-EOF           VALUE 'Y'.             01170000
           05  BALCHK-TYPE-SWITCH          PIC X     VALUE 'N'.         01180000
               88  BALCHK-TYPE-WANTED            VALUE 'Y'.             01190000
           05  BALCHK-OUTCOME-SWITCH       PIC X     VALUE 'Y'.         01200000
               88  BALCHK-IN-BALANCE             VALUE 'Y'.             01210000
               88  BALCHK-OUT-OF-BALANCE         VALUE 'N'.             01220000
           05  BALCHK-RUN-DATE             PIC 9(8)  VALUE ZERO.        01230000
           05  BALCHK-CURRENT-TIME         PIC 9(6).                    01240000
           05  BALCHK-JOB                  PIC X(8)  VALUE SPACES.      01250000
           05  BALCHK-SUB                  PIC 9(4)  COMP VALUE ZERO.   01260000
           05  BALCHK-TYPE-SUB             PIC 9(4)  COMP VALUE ZERO.   01270000
           05  BALCHK-NEG-TOLERANCE        PIC S9(7)V99 VALUE ZERO.     01280000
           05  BALCHK-RULE-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01290000
           05  BALCHK-INACTIVE-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01300000
           05  BALCHK-BALANCED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01310000
           05  BALCHK-UNBALANCED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01320000
                                                                        01330000
      *    THE TOTALS OF ONE JOB FOR THE RULE'S FILE AND TYPES, THEN   *01340000
      *    THE TWO SIDES OF THE RULE AND THE DIFFERENCE BETWEEN THEM   *01350000
      *    (CONSUMER LESS PRODUCERS).                                  *01360000
       01  BALCHK-TOTALS.                                               01370000
           05  BALCHK-JOB-TOTALS.                                       01380000
               10  BALCHK-JOB-COUNT        PIC 9(9)  COMP-3.            01390000
               10  BALCHK-JOB-DEBIT        PIC 9(13)V99 COMP-3.         01400000
               10  BALCHK-JOB-CREDIT       PIC 9(13)V99 COMP-3.         01410000
           05  BALCHK-PRODUCER-TOTALS.                                  01420000
               10  BALCHK-PROD-COUNT       PIC 9(9)  COMP-3.            01430000
               10  BALCHK-PROD-DEBIT       PIC 9(13)V99 COMP-3.         01440000
               10  BALCHK-PROD-CREDIT      PIC 9(13)V99 COMP-3.         01450000
           05  BALCHK-CONSUMER-TOTALS.                                  01460000
               10  BALCHK-CONS-COUNT       PIC 9(9)  COMP-3.            01470000
               10  BALCHK-CONS-DEBIT       PIC 9(13)V99 COMP-3.         01480000
               10  BALCHK-CONS-CREDIT      PIC 9(13)V99 COMP-3.         01490000
           05  BALCHK-DIFFERENCES.                                      01500000
               10  BALCHK-DIFF-COUNT       PIC S9(9) COMP-3.            01510000
               10  BALCHK-DIFF-DEBIT       PIC S9(13)V99 COMP-3.        01520000
               10  BALCHK-DIFF-CREDIT      PIC S9(13)V99 COMP-3.        01530000
                                                                        01540000
       01  BALCHK-PARM-REDEF.                                           01550000
           05  BALCHK-PARM-DATE            PIC X(8).                    01560000
           05  BALCHK-PARM-DATE-N REDEFINES BALCHK-PARM-DATE            01570000
                                           PIC 9(8).                    01580000
           05  FILLER                      PIC X(72).                   01590000
                                                                        01600000
       01  BALCHK-HEADING-LINE-1.                                       01610000
           05  FILLER                      PIC X(40) VALUE              01620000
               'INTER-JOB CONTROL-TOTAL BALANCING  DATE '.              01630000
           05  BALCHK-HDG-DATE             PIC 9(8).                    01640000
           05  FILLER                      PIC X(32) VALUE SPACES.      01650000
                                                                        01660000
       01  BALCHK-HEADING-LINE-2.                                       01670000
           05  FILLER                      PIC X(24) VALUE              01680000
               '             ENTRIES    '.                              01690000
           05  FILLER                      PIC X(56) VALUE              01700000
               '     DEBIT VALUE    CREDIT VALUE'.                      01710000
                                                                        01720000
       01  BALCHK-RULE-LINE.                                            01730000
           05  FILLER                      PIC X(5)  VALUE 'RULE '.     01740000
           05  BALCHK-RL-ID                PIC X(8).                    01750000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01760000
           05  BALCHK-RL-DESC              PIC X(40).                   01770000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01780000
           05  BALCHK-RL-FILE              PIC X(8).                    01790000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01800000
           05  BALCHK-RL-CONSUMER          PIC X(8).                    01810000
           05  FILLER                      PIC X(8)  VALUE SPACES.      01820000
                                                                        01830000
       01  BALCHK-AMOUNT-LINE.                                          01840000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01850000
           05  BALCHK-AL-LABEL             PIC X(10).                   01860000
           05  BALCHK-AL-COUNT             PIC -(9)9.                   01870000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01880000
           05  BALCHK-AL-DEBIT             PIC -(12)9.99.               01890000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01900000
           05  BALCHK-AL-CREDIT            PIC -(12)9.99.               01910000
           05  FILLER                      PIC X(24) VALUE SPACES.      01920000
                                                                        01930000
       01  BALCHK-OUTCOME-LINE.                                         01940000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01950000
           05  BALCHK-OL-TEXT              PIC X(40).                   01960000
           05  BALCHK-OL-JOB               PIC X(8).                    01970000
           05  FILLER                      PIC X(30) VALUE SPACES.      01980000
                                                                        01990000
       01  BALCHK-SUMMARY-LINE.                                         02000000
           05  BALCHK-SUM-LABEL            PIC X(30).                   02010000
           05  BALCHK-SUM-COUNT            PIC Z(8)9.                   02020000
           05  FILLER                      PIC X(41) VALUE SPACES.      02030000
                                                                        02040000
       01  RUNCTL-REQUEST-AREA.                                         02050000
           COPY RUNCTLQ.                                                02060000
                                                                        02070000
       01  BUSDATE-REQUEST-AREA.                                        02080000
           COPY BUSDATEQ.                                               02090000
                                                                        02100000
      ******************************************************************02110000
       PROCEDURE DIVISION.                                              02120000
      ******************************************************************02130000
       0000-MAINLINE.                                                   02140000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02150000
                                                                        02160000
           PERFORM 2100-READ-RULE THRU 2100-EXIT                        02170000
           PERFORM 2000-PROCESS-RULE                                    02180000
              UNTIL BALCHK-AT-EOF                                       02190000
                                                                        02200000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    02210000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02220000
           GO TO 9999-EXIT.                                             02230000
                                                                        02240000
      ******************************************************************02250000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE DATE TO   *02260000
      *  CHECK AND OPEN THE FILES.                                     *02270000
      ******************************************************************02280000
       1000-INITIALIZE.                                                 02290000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02300000
           MOVE 'BALCHK' TO RUNCTL-REQ-JOB                              02310000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02320000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02330000
           IF RUNCTL-HELD                                               02340000
               DISPLAY 'BALCHK - HELD - PREDECESSOR NOT COMPLETE'       02350000
               STOP RUN                                                 02360000
           END-IF                                                       02370000
                                                                        02380000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02390000
           MOVE BUSDATE-REQ-CURRENT TO BALCHK-RUN-DATE                  02400000
                                                                        02410000
           MOVE SPACES TO BALCHK-PARM-REDEF                             02420000
           OPEN INPUT  PARAMETER-FILE                                   02430000
           READ PARAMETER-FILE INTO BALCHK-PARM-REDEF                   02440000
               AT END                                                   02450000
                   CONTINUE                                             02460000
           END-READ                                                     02470000
           CLOSE PARAMETER-FILE                                         02480000
                                                                        02490000
           IF BALCHK-PARM-DATE IS NUMERIC                               02500000
              AND BALCHK-PARM-DATE-N > ZERO                             02510000
               MOVE BALCHK-PARM-DATE-N TO BALCHK-RUN-DATE               02520000
           END-IF                                                       02530000
                                                                        02540000
           ACCEPT BALCHK-CURRENT-TIME FROM TIME                         02550000
                                                                        02560000
           OPEN INPUT  BALRULE-FILE                                     02570000
           OPEN INPUT  BALTOT-FILE                                      02580000
           OPEN I-O    BALRES-FILE                                      02590000
           OPEN OUTPUT BALANCE-RPT                                      02600000
                                                                        02610000
           MOVE BALCHK-RUN-DATE TO BALCHK-HDG-DATE                      02620000
           WRITE BALANCE-RPT-LINE FROM BALCHK-HEADING-LINE-1            02630000
           MOVE SPACES TO BALANCE-RPT-LINE                              02640000
           WRITE BALANCE-RPT-LINE                                       02650000
           WRITE BALANCE-RPT-LINE FROM BALCHK-HEADING-LINE-2.           02660000
       1000-EXIT.                                                       02670000
           EXIT.                                                        02680000
                                                                        02690000
      ******************************************************************02700000
      *  2000-PROCESS-RULE - CHECK ONE ACTIVE RULE, THEN READ THE NEXT.*02710000
      ******************************************************************02720000
       2000-PROCESS-RULE.                                               02730000
           IF BALRULE-ACTIVE OF BALRULE-FILE-REC                        02740000
               ADD 1 TO BALCHK-RULE-COUNT                               02750000
               PERFORM 3000-CHECK-RULE THRU 3000-EXIT                   02760000
           ELSE                                                         02770000
               ADD 1 TO BALCHK-INACTIVE-COUNT                           02780000
           END-IF                                                       02790000
                                                                        02800000
           PERFORM 2100-READ-RULE THRU 2100-EXIT.                       02810000
                                                                        02820000
      ******************************************************************02830000
      *  2100-READ-RULE - READ THE NEXT BALANCING RULE.                *02840000
      ******************************************************************02850000
       2100-READ-RULE.                                                  02860000
           READ BALRULE-FILE NEXT RECORD                                02870000
               AT END                                                   02880000
                   SET BALCHK-AT-EOF TO TRUE                            02890000
           END-READ.                                                    02900000
       2100-EXIT.                                                       02910000
           EXIT.                                                        02920000
                                                                        02930000
      ******************************************************************02940000
      *  3000-CHECK-RULE - TOTAL THE PRODUCERS, TOTAL THE CONSUMER,    *02950000
      *  COMPARE THE TWO AND RECORD THE OUTCOME.                       *02960000
      ******************************************************************02970000
       3000-CHECK-RULE.                                                 02980000
           INITIALIZE BALCHK-TOTALS                                     02990000
                                                                        03000000
           PERFORM 3100-ADD-PRODUCER THRU 3100-EXIT                     03010000
              VARYING BALCHK-SUB FROM 1 BY 1                            03020000
              UNTIL BALCHK-SUB > 10                                     03030000
                 OR BALRULE-PRODUCER OF BALRULE-FILE-REC (BALCHK-SUB)   03040000
                    = SPACES                                            03050000
                                                                        03060000
           MOVE BALRULE-CONSUMER OF BALRULE-FILE-REC TO BALCHK-JOB      03070000
           PERFORM 4000-TOTAL-JOB THRU 4000-EXIT                        03080000
           MOVE BALCHK-JOB-TOTALS TO BALCHK-CONSUMER-TOTALS             03090000
                                                                        03100000
           PERFORM 5000-COMPARE THRU 5000-EXIT                          03110000
           PERFORM 6000-WRITE-RESULT THRU 6000-EXIT                     03120000
           PERFORM 7000-PRINT-RULE THRU 7000-EXIT                       03130000
                                                                        03140000
           IF BALCHK-IN-BALANCE                                         03150000
               ADD 1 TO BALCHK-BALANCED-COUNT                           03160000
           ELSE                                                         03170000
               ADD 1 TO BALCHK-UNBALANCED-COUNT                         03180000
               MOVE 'B' TO RUNCTL-REQ-FUNCTION                          03190000
               MOVE BALRULE-CONSUMER OF BALRULE-FILE-REC                03200000
                   TO RUNCTL-REQ-JOB                                    03210000
               CALL 'RUNCTL' USING RUNCTL-REQUEST                       03220000
           END-IF.                                                      03230000
       3000-EXIT.                                                       03240000
           EXIT.                                                        03250000
                                                                        03260000
      ******************************************************************03270000
      *  3100-ADD-PRODUCER - ADD ONE PRODUCER JOB'S TOTALS TO THE      *03280000
      *  PRODUCER SIDE.                                                *03290000
      ******************************************************************03300000
       3100-ADD-PRODUCER.                                               03310000
           MOVE BALRULE-PRODUCER OF BALRULE-FILE-REC (BALCHK-SUB)       03320000
               TO BALCHK-JOB                                            03330000
           PERFORM 4000-TOTAL-JOB THRU 4000-EXIT                        03340000
           ADD BALCHK-JOB-COUNT  TO BALCHK-PROD-COUNT                   03350000
           ADD BALCHK-JOB-DEBIT  TO BALCHK-PROD-DEBIT                   03360000
           ADD BALCHK-JOB-CREDIT TO BALCHK-PROD-CREDIT.                 03370000
       3100-EXIT.                                                       03380000
           EXIT.                                                        03390000
                                                                        03400000
      ******************************************************************03410000
      *  4000-TOTAL-JOB - ADD UP ONE JOB'S ROWS FOR THE DATE AND THE   *03420000
      *  RULE'S FILE, OVER THE RULE'S TRANSACTION TYPES.  THE ROWS     *03430000
      *  ARE KEYED DATE, JOB, FILE, TYPE, SO THEY ARE READ FROM THE    *03440000
      *  FIRST TYPE UNTIL THE FILE CHANGES.                            *03450000
      ******************************************************************03460000
       4000-TOTAL-JOB.                                                  03470000
           MOVE ZERO TO BALCHK-JOB-COUNT                                03480000
           MOVE ZERO TO BALCHK-JOB-DEBIT                                03490000
           MOVE ZERO TO BALCHK-JOB-CREDIT                               03500000
                                                                        03510000
           MOVE BALCHK-RUN-DATE                                         03520000
               TO BALTOT-RUN-DATE OF BALTOT-FILE-REC                    03530000
           MOVE BALCHK-JOB TO BALTOT-JOB-NAME OF BALTOT-FILE-REC        03540000
           MOVE BALRULE-FILE-NAME OF BALRULE-FILE-REC                   03550000
               TO BALTOT-FILE-NAME OF BALTOT-FILE-REC                   03560000
           MOVE LOW-VALUES TO BALTOT-TRAN-TYPE OF BALTOT-FILE-REC       03570000
           MOVE 'N' TO BALCHK-TOTAL-EOF-SWITCH                          03580000
           START BALTOT-FILE                                            03590000
               KEY IS NOT LESS THAN BALTOT-KEY OF BALTOT-FILE-REC       03600000
               INVALID KEY                                              03610000
                   GO TO 4000-EXIT                                      03620000
           END-START                                                    03630000
                                                                        03640000
           PERFORM 4100-ADD-TOTAL-ROW THRU 4100-EXIT                    03650000
              UNTIL BALCHK-TOTAL-AT-EOF.                                03660000
       4000-EXIT.                                                       03670000
           EXIT.                                                        03680000
                                                                        03690000
      ******************************************************************03700000
      *  4100-ADD-TOTAL-ROW - READ THE NEXT ROW AND, WHILE IT IS STILL *03710000
      *  THE JOB'S ROW FOR THE FILE, ADD IT IN IF ITS TYPE IS ONE OF   *03720000
      *  THE RULE'S.                                                   *03730000
      ******************************************************************03740000
       4100-ADD-TOTAL-ROW.                                              03750000
           READ BALTOT-FILE NEXT RECORD                                 03760000
               AT END                                                   03770000
                   SET BALCHK-TOTAL-AT-EOF TO TRUE                      03780000
                   GO TO 4100-EXIT                                      03790000
           END-READ                                                     03800000
                                                                        03810000
           IF BALTOT-RUN-DATE OF BALTOT-FILE-REC NOT = BALCHK-RUN-DATE  03820000
              OR BALTOT-JOB-NAME OF BALTOT-FILE-REC NOT = BALCHK-JOB    03830000
              OR BALTOT-FILE-NAME OF BALTOT-FILE-REC                    03840000
                 NOT = BALRULE-FILE-NAME OF BALRULE-FILE-REC            03850000
               SET BALCHK-TOTAL-AT-EOF TO TRUE                          03860000
               GO TO 4100-EXIT                                          03870000
           END-IF                                                       03880000
                                                                        03890000
           PERFORM 4200-CHECK-TYPE THRU 4200-EXIT                       03900000
           IF BALCHK-TYPE-WANTED                                        03910000
               ADD BALTOT-ITEM-COUNT OF BALTOT-FILE-REC                 03920000
                   TO BALCHK-JOB-COUNT                                  03930000
               ADD BALTOT-DEBIT-VALUE OF BALTOT-FILE-REC                03940000
                   TO BALCHK-JOB-DEBIT                                  03950000
               ADD BALTOT-CREDIT-VALUE OF BALTOT-FILE-REC               03960000
                   TO BALCHK-JOB-CREDIT                                 03970000
           END-IF.                                                      03980000
       4100-EXIT.                                                       03990000
           EXIT.                                                        04000000
                                                                        04010000
      ******************************************************************04020000
      *  4200-CHECK-TYPE - A RULE WITH NO TYPES TAKES EVERY TYPE;      *04030000
      *  OTHERWISE THE ROW'S TYPE MUST BE IN THE RULE'S LIST.          *04040000
      ******************************************************************04050000
       4200-CHECK-TYPE.                                                 04060000
           IF BALRULE-TRAN-TYPE OF BALRULE-FILE-REC (1) = SPACES        04070000
               SET BALCHK-TYPE-WANTED TO TRUE                           04080000
               GO TO 4200-EXIT                                          04090000
           END-IF                                                       04100000
                                                                        04110000
           MOVE 'N' TO BALCHK-TYPE-SWITCH                               04120000
           PERFORM 4300-MATCH-TYPE THRU 4300-EXIT                       04130000
              VARYING BALCHK-TYPE-SUB FROM 1 BY 1                       04140000
              UNTIL BALCHK-TYPE-SUB > 30                                04150000
                 OR BALCHK-TYPE-WANTED                                  04160000
                 OR BALRULE-TRAN-TYPE OF BALRULE-FILE-REC               04170000
                       (BALCHK-TYPE-SUB) = SPACES.                      04180000
       4200-EXIT.                                                       04190000
           EXIT.                                                        04200000
                                                                        04210000
      ******************************************************************04220000
      *  4300-MATCH-TYPE - TEST ONE ENTRY OF THE RULE'S TYPE LIST.     *04230000
      ******************************************************************04240000
       4300-MATCH-TYPE.                                                 04250000
           IF BALRULE-TRAN-TYPE OF BALRULE-FILE-REC (BALCHK-TYPE-SUB)   04260000
              = BALTOT-TRAN-TYPE OF BALTOT-FILE-REC                     04270000
               SET BALCHK-TYPE-WANTED TO TRUE                           04280000
           END-IF.                                                      04290000
       4300-EXIT.                                                       04300000
           EXIT.                                                        04310000
                                                                        04320000
      ******************************************************************04330000
      *  5000-COMPARE - SET THE CONSUMER AGAINST THE PRODUCERS.  THE   *04340000
      *  COUNT MUST MATCH EXACTLY AND EACH VALUE TO WITHIN THE RULE'S  *04350000
      *  TOLERANCE; UNDER COMPARE C THE CONSUMER MAY HOLD MORE THAN    *04360000
      *  THE PRODUCERS BUT NOT LESS.                                   *04370000
      ******************************************************************04380000
       5000-COMPARE.                                                    04390000
           SET BALCHK-IN-BALANCE TO TRUE                                04400000
           COMPUTE BALCHK-DIFF-COUNT =                                  04410000
               BALCHK-CONS-COUNT - BALCHK-PROD-COUNT                    04420000
           COMPUTE BALCHK-DIFF-DEBIT =                                  04430000
               BALCHK-CONS-DEBIT - BALCHK-PROD-DEBIT                    04440000
           COMPUTE BALCHK-DIFF-CREDIT =                                 04450000
               BALCHK-CONS-CREDIT - BALCHK-PROD-CREDIT                  04460000
           COMPUTE BALCHK-NEG-TOLERANCE =                               04470000
               ZERO - BALRULE-TOLERANCE OF BALRULE-FILE-REC             04480000
                                                                        04490000
           IF BALCHK-DIFF-COUNT < ZERO                                  04500000
              OR BALCHK-DIFF-DEBIT < BALCHK-NEG-TOLERANCE               04510000
              OR BALCHK-DIFF-CREDIT < BALCHK-NEG-TOLERANCE              04520000
               SET BALCHK-OUT-OF-BALANCE TO TRUE                        04530000
               GO TO 5000-EXIT                                          04540000
           END-IF                                                       04550000
                                                                        04560000
           IF BALRULE-COVERS OF BALRULE-FILE-REC                        04570000
               GO TO 5000-EXIT                                          04580000
           END-IF                                                       04590000
                                                                        04600000
           IF BALCHK-DIFF-COUNT > ZERO                                  04610000
              OR BALCHK-DIFF-DEBIT > BALRULE-TOLERANCE                  04620000
                                     OF BALRULE-FILE-REC                04630000
              OR BALCHK-DIFF-CREDIT > BALRULE-TOLERANCE                 04640000
                                      OF BALRULE-FILE-REC               04650000
               SET BALCHK-OUT-OF-BALANCE TO TRUE                        04660000
           END-IF.                                                      04670000
       5000-EXIT.                                                       04680000
           EXIT.                                                        04690000
                                                                        04700000
      ******************************************************************04710000
      *  6000-WRITE-RESULT - RECORD THE OUTCOME FOR THE DAY, REPLACING *04720000
      *  THE ROW LEFT BY AN EARLIER RUN.                               *04730000
      ******************************************************************04740000
       6000-WRITE-RESULT.                                               04750000
           MOVE SPACES TO BALRES-FILE-REC                               04760000
           MOVE 'BRES' TO BALRES-EYECATCHER OF BALRES-FILE-REC          04770000
           MOVE BALCHK-RUN-DATE TO BALRES-RUN-DATE OF BALRES-FILE-REC   04780000
           MOVE BALRULE-ID OF BALRULE-FILE-REC                          04790000
               TO BALRES-RULE-ID OF BALRES-FILE-REC                     04800000
           MOVE BALRULE-FILE-NAME OF BALRULE-FILE-REC                   04810000
               TO BALRES-FILE-NAME OF BALRES-FILE-REC                   04820000
           MOVE BALRULE-CONSUMER OF BALRULE-FILE-REC                    04830000
               TO BALRES-CONSUMER OF BALRES-FILE-REC                    04840000
           MOVE BALCHK-OUTCOME-SWITCH                                   04850000
               TO BALRES-OUTCOME OF BALRES-FILE-REC                     04860000
           MOVE BALCHK-PROD-COUNT                                       04870000
               TO BALRES-PRODUCER-COUNT OF BALRES-FILE-REC              04880000
           MOVE BALCHK-PROD-DEBIT                                       04890000
               TO BALRES-PRODUCER-DEBIT OF BALRES-FILE-REC              04900000
           MOVE BALCHK-PROD-CREDIT                                      04910000
               TO BALRES-PRODUCER-CREDIT OF BALRES-FILE-REC             04920000
           MOVE BALCHK-CONS-COUNT                                       04930000
               TO BALRES-CONSUMER-COUNT OF BALRES-FILE-REC              04940000
           MOVE BALCHK-CONS-DEBIT                                       04950000
               TO BALRES-CONSUMER-DEBIT OF BALRES-FILE-REC              04960000
           MOVE BALCHK-CONS-CREDIT                                      04970000
               TO BALRES-CONSUMER-CREDIT OF BALRES-FILE-REC             04980000
           MOVE BALCHK-CURRENT-TIME                                     04990000
               TO BALRES-CHECK-TIME OF BALRES-FILE-REC                  05000000
                                                                        05010000
           WRITE BALRES-FILE-REC                                        05020000
               INVALID KEY                                              05030000
                   REWRITE BALRES-FILE-REC                              05040000
           END-WRITE.                                                   05050000
       6000-EXIT.                                                       05060000
           EXIT.                                                        05070000
                                                                        05080000
      ******************************************************************05090000
      *  7000-PRINT-RULE - THE RULE, ITS TWO SIDES, THE DIFFERENCE AND *05100000
      *  THE OUTCOME.                                                  *05110000
      ******************************************************************05120000
       7000-PRINT-RULE.                                                 05130000
           MOVE SPACES TO BALANCE-RPT-LINE                              05140000
           WRITE BALANCE-RPT-LINE                                       05150000
           MOVE BALRULE-ID OF BALRULE-FILE-REC TO BALCHK-RL-ID          05160000
           MOVE BALRULE-DESC OF BALRULE-FILE-REC TO BALCHK-RL-DESC      05170000
           MOVE BALRULE-FILE-NAME OF BALRULE-FILE-REC                   05180000
               TO BALCHK-RL-FILE                                        05190000
           MOVE BALRULE-CONSUMER OF BALRULE-FILE-REC                    05200000
               TO BALCHK-RL-CONSUMER                                    05210000
           WRITE BALANCE-RPT-LINE FROM BALCHK-RULE-LINE                 05220000
                                                                        05230000
           MOVE 'PRODUCED'   TO BALCHK-AL-LABEL                         05240000
           MOVE BALCHK-PROD-COUNT TO BALCHK-AL-COUNT                    05250000
           MOVE BALCHK-PROD-DEBIT TO BALCHK-AL-DEBIT                    05260000
           MOVE BALCHK-PROD-CREDIT TO BALCHK-AL-CREDIT                  05270000
           WRITE BALANCE-RPT-LINE FROM BALCHK-AMOUNT-LINE               05280000
                                                                        05290000
           MOVE 'CONSUMED'   TO BALCHK-AL-LABEL                         05300000
           MOVE BALCHK-CONS-COUNT TO BALCHK-AL-COUNT                    05310000
           MOVE BALCHK-CONS-DEBIT TO BALCHK-AL-DEBIT                    05320000
           MOVE BALCHK-CONS-CREDIT TO BALCHK-AL-CREDIT                  05330000
           WRITE BALANCE-RPT-LINE FROM BALCHK-AMOUNT-LINE               05340000
                                                                        05350000
           MOVE 'DIFFERENCE' TO BALCHK-AL-LABEL                         05360000
           MOVE BALCHK-DIFF-COUNT TO BALCHK-AL-COUNT                    05370000
           MOVE BALCHK-DIFF-DEBIT TO BALCHK-AL-DEBIT                    05380000
           MOVE BALCHK-DIFF-CREDIT TO BALCHK-AL-CREDIT                  05390000
           WRITE BALANCE-RPT-LINE FROM BALCHK-AMOUNT-LINE               05400000
                                                                        05410000
           IF BALCHK-IN-BALANCE                                         05420000
               MOVE 'IN BALANCE' TO BALCHK-OL-TEXT                      05430000
               MOVE SPACES TO BALCHK-OL-JOB                             05440000
           ELSE                                                         05450000
               MOVE '*** OUT OF BALANCE - MARKED IN RUNCTL :'           05460000
                   TO BALCHK-OL-TEXT                                    05470000
               MOVE BALRULE-CONSUMER OF BALRULE-FILE-REC                05480000
                   TO BALCHK-OL-JOB                                     05490000
           END-IF                                                       05500000
           WRITE BALANCE-RPT-LINE FROM BALCHK-OUTCOME-LINE.             05510000
       7000-EXIT.                                                       05520000
           EXIT.                                                        05530000
                                                                        05540000
      ******************************************************************05550000
      *  8000-PRINT-SUMMARY - THE RUN COUNTS.                          *05560000
      ******************************************************************05570000
       8000-PRINT-SUMMARY.                                              05580000
           MOVE SPACES TO BALANCE-RPT-LINE                              05590000
           WRITE BALANCE-RPT-LINE                                       05600000
           MOVE 'RULES CHECKED              : ' TO BALCHK-SUM-LABEL     05610000
           MOVE BALCHK-RULE-COUNT TO BALCHK-SUM-COUNT                   05620000
           WRITE BALANCE-RPT-LINE FROM BALCHK-SUMMARY-LINE              05630000
           MOVE 'IN BALANCE                 : ' TO BALCHK-SUM-LABEL     05640000
           MOVE BALCHK-BALANCED-COUNT TO BALCHK-SUM-COUNT               05650000
           WRITE BALANCE-RPT-LINE FROM BALCHK-SUMMARY-LINE              05660000
           MOVE 'OUT OF BALANCE             : ' TO BALCHK-SUM-LABEL     05670000
           MOVE BALCHK-UNBALANCED-COUNT TO BALCHK-SUM-COUNT             05680000
           WRITE BALANCE-RPT-LINE FROM BALCHK-SUMMARY-LINE              05690000
           MOVE 'INACTIVE RULES SKIPPED     : ' TO BALCHK-SUM-LABEL     05700000
           MOVE BALCHK-INACTIVE-COUNT TO BALCHK-SUM-COUNT               05710000
           WRITE BALANCE-RPT-LINE FROM BALCHK-SUMMARY-LINE.             05720000
       8000-EXIT.                                                       05730000
           EXIT.                                                        05740000
                                                                        05750000
      ******************************************************************05760000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.  WHEN  *05770000
      *  ANY RULE FAILED THIS JOB'S OWN ROW IS THEN MARKED OUT OF      *05780000
      *  BALANCE, SO ITS SUCCESSORS ARE HELD.                          *05790000
      ******************************************************************05800000
       9000-TERMINATE.                                                  05810000
           CLOSE BALRULE-FILE                                           05820000
           CLOSE BALTOT-FILE                                            05830000
           CLOSE BALRES-FILE                                            05840000
           CLOSE BALANCE-RPT                                            05850000
                                                                        05860000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05870000
           MOVE 'BALCHK' TO RUNCTL-REQ-JOB                              05880000
           MOVE BALCHK-RULE-COUNT TO RUNCTL-REQ-COUNT                   05890000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05900000
                                                                        05910000
           IF BALCHK-UNBALANCED-COUNT > ZERO                            05920000
               DISPLAY 'BALCHK - ' BALCHK-UNBALANCED-COUNT              05930000
                       ' RULE(S) OUT OF BALANCE'                        05940000
               MOVE 'B' TO RUNCTL-REQ-FUNCTION                          05950000
               CALL 'RUNCTL' USING RUNCTL-REQUEST                       05960000
           END-IF.                                                      05970000
       9000-EXIT.                                                       05980000
           EXIT.                                                        05990000
                                                                        06000000
       9999-EXIT.                                                       06010000
           STOP RUN.                                                    06020000
