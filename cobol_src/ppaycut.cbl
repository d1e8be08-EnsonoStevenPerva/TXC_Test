      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PPAYCUT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  PPAYCUT - POSITIVE-PAY DECISION CUT-OFF                       *00150000
      *                                                                *00160000
      *  FUNCTION : ACTS ON EVERY CHEQUE HELD ON THE POSITIVE-PAY      *00170000
      *             EXCEPTION FILE (COPYBOOK PPAYEXC) WHOSE CUT-OFF    *00180000
      *             DATE HAS BEEN REACHED :                            *00190000
      *                                                                *00200000
      *               DECIDED PAY    - THE CHEQUE IS PAID AS CHQCLR    *00210000
      *                                WOULD HAVE PAID IT : THE        *00220000
      *                                DRAWING ACCOUNT IS DEBITED, A   *00230000
      *                                CHO PROCTRAN IS WRITTEN, THE    *00240000
      *                                SERIAL IS RECORDED ON CHQPAID   *00250000
      *                                AND A LISTED CHEQUE IS MARKED   *00260000
      *                                PRESENTED ON THE REGISTER.  AN  *00270000
      *                                ACCOUNT NO LONGER OPEN, OR A    *00280000
      *                                SERIAL THAT HAS PAID SINCE, IS  *00290000
      *                                RETURNED INSTEAD.               *00300000
      *               DECIDED RETURN - THE CHEQUE IS WRITTEN TO THE    *00310000
      *               OR UNDECIDED     INTERNAL RETURNS FILE WITH      *00320000
      *                                REASON PPY (CLRRTOUT SENDS IT   *00330000
      *                                BACK TO THE PRESENTING BANK)    *00340000
      *                                AND A NON-MONETARY CHS PROCTRAN *00350000
      *                                RECORDS THE RETURN ON THE       *00360000
      *                                ACCOUNT.  AN ITEM NOBODY        *00370000
      *                                DECIDED IS CLOSED BY DEFAULT.   *00380000
      *                                                                *00390000
      *             MUST RUN AFTER INCLRNG, WHICH STARTS THE DAY'S     *00400000
      *             RETURNS FILE, AND BEFORE CLRRTOUT.                 *00410000
      *                                                                *00420000
      *  FILES    : PPAYEXC  - VSAM KSDS - POS-PAY EXCEPTIONS (I-O)    *00430000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00440000
      *             CHQPAID  - VSAM KSDS - PAID CHEQUE SERIALS (I-O)   *00450000
      *             PPAYISS  - VSAM KSDS - ISSUED-CHEQUE REGISTER (I-O)*00460000
      *             PROCTRAN - VSAM KSDS - PROCESSED TRANSACTIONS (I-O)*00470000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00480000
      *             CLRRTN   - INTERNAL RETURNS FILE (EXTEND)          *00490000
      *             PPAYCRPT - CUT-OFF REPORT (OUTPUT)                 *00500000
      *                                                                *00510000
      *  CHANGE HISTORY                                                *00520000
      *  ----------------------------------------------------------    *00530000
      *  DATE        BY    DESCRIPTION                                 *00540000
      *  2026-10-15  BAG   INITIAL VERSION                             *00550000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00553333
      *                    BALCHK THROUGH BALTOT                       *00556666
      *                                                                *00560000
      ******************************************************************00570000
       ENVIRONMENT DIVISION.                                            00580000
       INPUT-OUTPUT SECTION.                                            00590000
       FILE-CONTROL.                                                    00600000
           SELECT PPAYEXC-FILE    ASSIGN TO PPAYEXC                     00610000
                  ORGANIZATION IS INDEXED                               00620000
                  ACCESS MODE IS SEQUENTIAL                             00630000
                  RECORD KEY IS PPAYEXC-KEY OF PPAYEXC-FILE-REC         00640000
                  FILE STATUS IS PPAYCUT-PPAYEXC-STATUS.                00650000
                                                                        00660000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00670000
                  ORGANIZATION IS INDEXED                               00680000
                  ACCESS MODE IS RANDOM                                 00690000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00700000
                  FILE STATUS IS PPAYCUT-ACCOUNT-STATUS.                00710000
                                                                        00720000
           SELECT CHQPAID-FILE    ASSIGN TO CHQPAID                     00730000
                  ORGANIZATION IS INDEXED                               00740000
                  ACCESS MODE IS RANDOM                                 00750000
                  RECORD KEY IS CHQPAID-KEY OF CHQPAID-FILE-REC         00760000
                  FILE STATUS IS PPAYCUT-CHQPAID-STATUS.                00770000
                                                                        00780000
           SELECT PPAYISS-FILE    ASSIGN TO PPAYISS                     00790000
                  ORGANIZATION IS INDEXED                               00800000
                  ACCESS MODE IS RANDOM                                 00810000
                  RECORD KEY IS PPAYISS-KEY OF PPAYISS-FILE-REC         00820000
                  FILE STATUS IS PPAYCUT-PPAYISS-STATUS.                00830000
                                                                        00840000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00850000
                  ORGANIZATION IS INDEXED                               00860000
                  ACCESS MODE IS RANDOM                                 00870000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00880000
                  FILE STATUS IS PPAYCUT-PROCTRAN-STATUS.               00890000
                                                                        00900000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    00910000
                  ORGANIZATION IS INDEXED                               00920000
                  ACCESS MODE IS RANDOM                                 00930000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00940000
                  FILE STATUS IS PPAYCUT-PCTRL-STATUS.                  00950000
                                                                        00960000
           SELECT RETURNS-FILE    ASSIGN TO CLRRTN                      00970000
                  ORGANIZATION IS LINE SEQUENTIAL                       00980000
                  FILE STATUS IS PPAYCUT-RETURNS-STATUS.                00990000
                                                                        01000000
           SELECT CUTOFF-RPT      ASSIGN TO PPAYCRPT                    01010000
                  ORGANIZATION IS LINE SEQUENTIAL                       01020000
                  FILE STATUS IS PPAYCUT-RPT-STATUS.                    01030000
                                                                        01040000
       DATA DIVISION.                                                   01050000
       FILE SECTION.                                                    01060000
       FD  PPAYEXC-FILE                                                 01070000
           RECORDING MODE IS F.                                         01080000
       01  PPAYEXC-FILE-REC.                                            01090000
           COPY PPAYEXC.                                                01100000
                                                                        01110000
       FD  ACCOUNT-FILE                                                 01120000
           RECORDING MODE IS F.                                         01130000
       01  ACCOUNT-FILE-REC.                                            01140000
           COPY ACCOUNT.                                                01150000
                                                                        01160000
       FD  CHQPAID-FILE                                                 01170000
           RECORDING MODE IS F.                                         01180000
       01  CHQPAID-FILE-REC.                                            01190000
           COPY CHQPAID.                                                01200000
                                                                        01210000
       FD  PPAYISS-FILE                                                 01220000
           RECORDING MODE IS F.                                         01230000
       01  PPAYISS-FILE-REC.                                            01240000
           COPY PPAYISS.                                                01250000
                                                                        01260000
       FD  PROCTRAN-FILE                                                01270000
           RECORDING MODE IS F.                                         01280000
       01  PROCTRAN-FILE-REC.                                           01290000
           COPY PROCTRAN.                                               01300000
                                                                        01310000
       FD  PCTRL-FILE                                                   01320000
           RECORDING MODE IS F.                                         01330000
       01  PCTRL-FILE-REC.                                              01340000
           COPY PRCTCTRL.                                               01350000
                                                                        01360000
       FD  RETURNS-FILE                                                 01370000
           RECORDING MODE IS F.                                         01380000
       01  RETURNS-REC.                                                 01390000
           05  RETURNS-SORTCODE            PIC 9(6).                    01400000
           05  RETURNS-ACCOUNT             PIC 9(8).                    01410000
           05  RETURNS-DIRECTION           PIC X(3).                    01420000
           05  RETURNS-AMOUNT              PIC 9(10)V99.                01430000
           05  RETURNS-REFERENCE           PIC X(20).                   01440000
           05  RETURNS-VALUE-DATE          PIC 9(8).                    01450000
           05  RETURNS-REASON-CODE         PIC X(3).                    01460000
                                                                        01470000
       FD  CUTOFF-RPT                                                   01480000
           RECORDING MODE IS F.                                         01490000
       01  CUTOFF-RPT-LINE                 PIC X(80).                   01500000
                                                                        01510000
       WORKING-STORAGE SECTION.                                         01520000
       01  PPAYCUT-WORK-AREA.                                           01530000
           05  PPAYCUT-PPAYEXC-STATUS      PIC XX.                      01540000
           05  PPAYCUT-ACCOUNT-STATUS      PIC XX.                      01550000
           05  PPAYCUT-CHQPAID-STATUS      PIC XX.                      01560000
           05  PPAYCUT-PPAYISS-STATUS      PIC XX.                      01570000
           05  PPAYCUT-PROCTRAN-STATUS     PIC XX.                      01580000
           05  PPAYCUT-PCTRL-STATUS        PIC XX.                      01590000
           05  PPAYCUT-RETURNS-STATUS      PIC XX.                      01600000
           05  PPAYCUT-RPT-STATUS          PIC XX.                      01610000
           05  PPAYCUT-EOF-SWITCH          PIC X     VALUE 'N'.         01620000
               88  PPAYCUT-AT-EOF                VALUE 'Y'.             01630000
           05  PPAYCUT-PAY-SWITCH          PIC X     VALUE 'N'.         01640000
               88  PPAYCUT-CAN-PAY               VALUE 'Y'.             01650000
           05  PPAYCUT-RETURN-REASON       PIC X(3)  VALUE SPACES.      01660000
           05  PPAYCUT-CTL-SORTCODE        PIC 9(6)  VALUE 987654.      01670000
           05  PPAYCUT-CTL-NUMBER          PIC 9(8)  VALUE ZERO.        01680000
           05  PPAYCUT-NEW-TRAN-NUMBER     PIC 9(8)  VALUE ZERO.        01690000
           05  PPAYCUT-CURRENT-DATE        PIC 9(8).                    01700000
           05  PPAYCUT-CURRENT-TIME        PIC 9(6).                    01710000
           05  PPAYCUT-READ-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01720000
           05  PPAYCUT-PAID-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01730000
           05  PPAYCUT-RETURNED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01740000
           05  PPAYCUT-DEFAULT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01750000
           05  PPAYCUT-WAITING-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01760000
           05  PPAYCUT-PAID-AMOUNT         PIC S9(13)V99 COMP-3         01770000
                                                     VALUE ZERO.        01780000
           05  PPAYCUT-RETURNED-AMOUNT     PIC S9(13)V99 COMP-3         01790000
                                                     VALUE ZERO.        01800000
                                                                        01810000
       01  PPAYCUT-DETAIL-LINE.                                         01820000
           05  PPAYCUT-DTL-SORTCODE        PIC 9(6).                    01830000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01840000
           05  PPAYCUT-DTL-ACCOUNT         PIC 9(8).                    01850000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01860000
           05  PPAYCUT-DTL-CHEQUE          PIC 9(10).                   01870000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01880000
           05  PPAYCUT-DTL-AMOUNT          PIC Z(9)9.99-.               01890000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01900000
           05  PPAYCUT-DTL-REASON          PIC X.                       01910000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01920000
           05  PPAYCUT-DTL-OUTCOME         PIC X(8).                    01930000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01940000
           05  PPAYCUT-DTL-RETURN-CODE     PIC X(3).                    01950000
           05  FILLER                      PIC X(18) VALUE SPACES.      01960000
                                                                        01970000
       01  PPAYCUT-SUMMARY-LINE-1.                                      01980000
           05  FILLER                      PIC X(20) VALUE              01990000
               'ROWS READ         : '.                                  02000000
           05  PPAYCUT-SUM-READ            PIC Z(8)9.                   02010000
           05  FILLER                      PIC X(51) VALUE SPACES.      02020000
                                                                        02030000
       01  PPAYCUT-SUMMARY-LINE-2.                                      02040000
           05  FILLER                      PIC X(20) VALUE              02050000
               'CHEQUES PAID      : '.                                  02060000
           05  PPAYCUT-SUM-PAID            PIC Z(8)9.                   02070000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02080000
           05  PPAYCUT-SUM-PAID-AMOUNT     PIC Z(12)9.99-.              02090000
           05  FILLER                      PIC X(32) VALUE SPACES.      02100000
                                                                        02110000
       01  PPAYCUT-SUMMARY-LINE-3.                                      02120000
           05  FILLER                      PIC X(20) VALUE              02130000
               'CHEQUES RETURNED  : '.                                  02140000
           05  PPAYCUT-SUM-RETURNED        PIC Z(8)9.                   02150000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02160000
           05  PPAYCUT-SUM-RET-AMOUNT      PIC Z(12)9.99-.              02170000
           05  FILLER                      PIC X(32) VALUE SPACES.      02180000
                                                                        02190000
       01  PPAYCUT-SUMMARY-LINE-4.                                      02200000
           05  FILLER                      PIC X(20) VALUE              02210000
               '  BY DEFAULT      : '.                                  02220000
           05  PPAYCUT-SUM-DEFAULT         PIC Z(8)9.                   02230000
           05  FILLER                      PIC X(51) VALUE SPACES.      02240000
                                                                        02250000
       01  PPAYCUT-SUMMARY-LINE-5.                                      02260000
           05  FILLER                      PIC X(20) VALUE              02270000
               'STILL WAITING     : '.                                  02280000
           05  PPAYCUT-SUM-WAITING         PIC Z(8)9.                   02290000
           05  FILLER                      PIC X(51) VALUE SPACES.      02300000
                                                                        02310000
       01  RUNCTL-REQUEST-AREA.                                         02320000
           COPY RUNCTLQ.                                                02330000
                                                                        02332500
       01  BALTOT-REQUEST-AREA.                                         02335000
           COPY BALTOTQ.                                                02337500
                                                                        02340000
       01  BUSDATE-REQUEST-AREA.                                        02350000
           COPY BUSDATEQ.                                               02360000
                                                                        02370000
      ******************************************************************02380000
       PROCEDURE DIVISION.                                              02390000
      ******************************************************************02400000
       0000-MAINLINE.                                                   02410000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02420000
                                                                        02430000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        02440000
           PERFORM 2000-PROCESS-ROW                                     02450000
              UNTIL PPAYCUT-AT-EOF                                      02460000
                                                                        02470000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    02480000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02490000
           GO TO 9999-EXIT.                                             02500000
                                                                        02510000
      ******************************************************************02520000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02530000
      *  DATE AND OPEN THE FILES.  THE RETURNS FILE IS EXTENDED - IT   *02540000
      *  ALREADY HOLDS THE DAY'S INBOUND RETURNS FROM INCLRNG.         *02550000
      ******************************************************************02560000
       1000-INITIALIZE.                                                 02570000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02580000
           MOVE 'PPAYCUT' TO RUNCTL-REQ-JOB                             02590000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02600000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02610000
           IF RUNCTL-HELD                                               02620000
               DISPLAY 'PPAYCUT - HELD - PREDECESSOR NOT COMPLETE'      02630000
               STOP RUN                                                 02640000
           END-IF                                                       02650000
                                                                        02652000
           MOVE 'PPAYCUT' TO BALTOT-REQ-JOB                             02654000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02656000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02658000
                                                                        02660000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02670000
           MOVE BUSDATE-REQ-CURRENT TO PPAYCUT-CURRENT-DATE             02680000
           ACCEPT PPAYCUT-CURRENT-TIME FROM TIME                        02690000
                                                                        02700000
           OPEN I-O    PPAYEXC-FILE                                     02710000
           OPEN I-O    ACCOUNT-FILE                                     02720000
           OPEN I-O    CHQPAID-FILE                                     02730000
           OPEN I-O    PPAYISS-FILE                                     02740000
           OPEN I-O    PROCTRAN-FILE                                    02750000
           OPEN I-O    PCTRL-FILE                                       02760000
           OPEN EXTEND RETURNS-FILE                                     02770000
           OPEN OUTPUT CUTOFF-RPT.                                      02780000
       1000-EXIT.                                                       02790000
           EXIT.                                                        02800000
                                                                        02810000
      ******************************************************************02820000
      *  2000-PROCESS-ROW - PAY OR RETURN ONE WAITING CHEQUE WHOSE     *02830000
      *  CUT-OFF HAS BEEN REACHED, THEN READ THE NEXT ROW.             *02840000
      ******************************************************************02850000
       2000-PROCESS-ROW.                                                02860000
           IF PPAYEXC-WAITING OF PPAYEXC-FILE-REC                       02870000
               IF PPAYEXC-CUTOFF-DATE OF PPAYEXC-FILE-REC               02880000
                  NOT > PPAYCUT-CURRENT-DATE                            02890000
                   PERFORM 2200-CLOSE-EXCEPTION THRU 2200-EXIT          02900000
               ELSE                                                     02910000
                   ADD 1 TO PPAYCUT-WAITING-COUNT                       02920000
               END-IF                                                   02930000
           END-IF                                                       02940000
                                                                        02950000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       02960000
                                                                        02970000
      ******************************************************************02980000
      *  2100-READ-NEXT - READ THE NEXT EXCEPTION ROW.                 *02990000
      ******************************************************************03000000
       2100-READ-NEXT.                                                  03010000
           READ PPAYEXC-FILE NEXT RECORD                                03020000
               AT END                                                   03030000
                   SET PPAYCUT-AT-EOF TO TRUE                           03040000
                   GO TO 2100-EXIT                                      03050000
           END-READ                                                     03060000
                                                                        03070000
           ADD 1 TO PPAYCUT-READ-COUNT.                                 03080000
       2100-EXIT.                                                       03090000
           EXIT.                                                        03100000
                                                                        03110000
      ******************************************************************03120000
      *  2200-CLOSE-EXCEPTION - CARRY OUT THE CUSTOMER'S DECISION, OR  *03130000
      *  THE DEFAULT RETURN, AND CLOSE THE ROW.                        *03140000
      ******************************************************************03150000
       2200-CLOSE-EXCEPTION.                                            03160000
           MOVE 'N' TO PPAYCUT-PAY-SWITCH                               03170000
           MOVE 'PPY' TO PPAYCUT-RETURN-REASON                          03180000
                                                                        03190000
           IF PPAYEXC-DECIDED-PAY OF PPAYEXC-FILE-REC                   03200000
               PERFORM 2300-CHECK-PAYABLE THRU 2300-EXIT                03210000
           END-IF                                                       03220000
                                                                        03230000
           IF PPAYCUT-CAN-PAY                                           03240000
               PERFORM 2400-PAY-CHEQUE THRU 2400-EXIT                   03250000
           END-IF                                                       03260000
                                                                        03270000
           IF NOT PPAYCUT-CAN-PAY                                       03280000
               PERFORM 2500-RETURN-CHEQUE THRU 2500-EXIT                03290000
           END-IF                                                       03300000
                                                                        03310000
           IF PPAYEXC-UNDECIDED OF PPAYEXC-FILE-REC                     03320000
               SET PPAYEXC-CLOSED-BY-DEFAULT OF PPAYEXC-FILE-REC        03330000
                   TO TRUE                                              03340000
               ADD 1 TO PPAYCUT-DEFAULT-COUNT                           03350000
           ELSE                                                         03360000
               SET PPAYEXC-CLOSED-BY-CUSTOMER OF PPAYEXC-FILE-REC       03370000
                   TO TRUE                                              03380000
           END-IF                                                       03390000
           MOVE PPAYCUT-CURRENT-DATE                                    03400000
               TO PPAYEXC-CLOSED-DATE OF PPAYEXC-FILE-REC               03410000
           MOVE PPAYCUT-NEW-TRAN-NUMBER                                 03420000
               TO PPAYEXC-TRAN-NUMBER OF PPAYEXC-FILE-REC               03430000
                                                                        03440000
           REWRITE PPAYEXC-FILE-REC                                     03450000
               INVALID KEY                                              03460000
                   DISPLAY 'PPAYCUT - CRITICAL - REWRITE FAILED FOR '   03470000
                       'ACCOUNT ' PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC   03480000
                       ', STATUS ' PPAYCUT-PPAYEXC-STATUS               03490000
           END-REWRITE                                                  03500000
                                                                        03510000
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.                    03520000
       2200-EXIT.                                                       03530000
           EXIT.                                                        03540000
                                                                        03550000
      ******************************************************************03560000
      *  2300-CHECK-PAYABLE - A CHEQUE THE CUSTOMER DECIDED TO PAY IS  *03570000
      *  STILL RETURNED IF THE ACCOUNT IS NO LONGER OPEN (A SUSPENDED  *03580000
      *  ACCOUNT IS NOT OPEN) OR THE SERIAL HAS PAID SINCE IT WAS      *03590000
      *  HELD.  THE ACCOUNT IS LEFT READ FOR THE DEBIT.                *03600000
      ******************************************************************03610000
       2300-CHECK-PAYABLE.                                              03620000
           MOVE PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                    03630000
               TO CHQPAID-SORTCODE OF CHQPAID-FILE-REC                  03640000
           MOVE PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                     03650000
               TO CHQPAID-ACCOUNT OF CHQPAID-FILE-REC                   03660000
           MOVE PPAYEXC-SERIAL OF PPAYEXC-FILE-REC                      03670000
               TO CHQPAID-SERIAL OF CHQPAID-FILE-REC                    03680000
                                                                        03690000
           READ CHQPAID-FILE                                            03700000
               KEY IS CHQPAID-KEY OF CHQPAID-FILE-REC                   03710000
               INVALID KEY                                              03720000
                   CONTINUE                                             03730000
               NOT INVALID KEY                                          03740000
                   GO TO 2300-EXIT                                      03750000
           END-READ                                                     03760000
                                                                        03770000
           MOVE PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                    03780000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  03790000
           MOVE PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                     03800000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    03810000
                                                                        03820000
           READ ACCOUNT-FILE                                            03830000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   03840000
               INVALID KEY                                              03850000
                   MOVE 'ACC' TO PPAYCUT-RETURN-REASON                  03860000
                   GO TO 2300-EXIT                                      03870000
           END-READ                                                     03880000
                                                                        03890000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      03900000
               MOVE 'ACC' TO PPAYCUT-RETURN-REASON                      03910000
               GO TO 2300-EXIT                                          03920000
           END-IF                                                       03930000
                                                                        03940000
           SET PPAYCUT-CAN-PAY TO TRUE.                                 03950000
       2300-EXIT.                                                       03960000
           EXIT.                                                        03970000
                                                                        03980000
      ******************************************************************03990000
      *  2400-PAY-CHEQUE - DEBIT THE DRAWING ACCOUNT AND RECORD THE    *04000000
      *  PAYMENT THE WAY CHQCLR RECORDS A CHO IT PAYS ON PRESENTATION. *04010000
      *  A FAILURE BEFORE THE DEBIT IS WRITTEN RETURNS THE CHEQUE.     *04020000
      ******************************************************************04030000
       2400-PAY-CHEQUE.                                                 04040000
           SUBTRACT PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                  04050000
              FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                  04060000
                                                                        04070000
           REWRITE ACCOUNT-FILE-REC                                     04080000
               INVALID KEY                                              04090000
                   DISPLAY 'PPAYCUT - CRITICAL - ACCOUNT REWRITE '      04100000
                       'FAILED FOR ACCOUNT '                            04110000
                       PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC              04120000
                       ', STATUS ' PPAYCUT-ACCOUNT-STATUS               04130000
                   MOVE 'N' TO PPAYCUT-PAY-SWITCH                       04140000
                   GO TO 2400-EXIT                                      04150000
           END-REWRITE                                                  04160000
                                                                        04170000
           PERFORM 2600-ASSIGN-PROCTRAN-NUMBER THRU 2600-EXIT           04180000
           MOVE 'CHO' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            04190000
           MOVE SPACES TO PROC-DESC-CHEQUE-NOTE OF PROCTRAN-FILE-REC    04200000
           PERFORM 2700-WRITE-PROCTRAN THRU 2700-EXIT                   04210000
                                                                        04220000
           MOVE 'CHPD' TO CHQPAID-EYECATCHER OF CHQPAID-FILE-REC        04230000
           MOVE PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                    04240000
               TO CHQPAID-SORTCODE OF CHQPAID-FILE-REC                  04250000
           MOVE PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                     04260000
               TO CHQPAID-ACCOUNT OF CHQPAID-FILE-REC                   04270000
           MOVE PPAYEXC-SERIAL OF PPAYEXC-FILE-REC                      04280000
               TO CHQPAID-SERIAL OF CHQPAID-FILE-REC                    04290000
           MOVE PPAYCUT-CURRENT-DATE                                    04300000
               TO CHQPAID-PAID-DATE OF CHQPAID-FILE-REC                 04310000
           MOVE PPAYCUT-NEW-TRAN-NUMBER                                 04320000
               TO CHQPAID-TRAN-NUMBER OF CHQPAID-FILE-REC               04330000
                                                                        04340000
           WRITE CHQPAID-FILE-REC                                       04350000
               INVALID KEY                                              04360000
                   DISPLAY 'PPAYCUT - CRITICAL - PAID-SERIAL WRITE '    04370000
                       'FAILED FOR ACCOUNT '                            04380000
                       PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC              04390000
           END-WRITE                                                    04400000
                                                                        04410000
           PERFORM 2450-MARK-PRESENTED THRU 2450-EXIT                   04420000
                                                                        04430000
           SET PPAYEXC-PAID OF PPAYEXC-FILE-REC TO TRUE                 04440000
           ADD 1 TO PPAYCUT-PAID-COUNT                                  04450000
           ADD PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                       04460000
               TO PPAYCUT-PAID-AMOUNT.                                  04470000
       2400-EXIT.                                                       04480000
           EXIT.                                                        04490000
                                                                        04500000
      ******************************************************************04510000
      *  2450-MARK-PRESENTED - A CHEQUE ON THE REGISTER (A MISMATCHED  *04520000
      *  OR VOIDED LISTING THE CUSTOMER CHOSE TO PAY) IS MARKED        *04530000
      *  PRESENTED.  AN UNLISTED CHEQUE HAS NO ROW TO MARK.            *04540000
      ******************************************************************04550000
       2450-MARK-PRESENTED.                                             04560000
           MOVE PPAYEXC-KEY OF PPAYEXC-FILE-REC                         04570000
               TO PPAYISS-KEY OF PPAYISS-FILE-REC                       04580000
                                                                        04590000
           READ PPAYISS-FILE                                            04600000
               KEY IS PPAYISS-KEY OF PPAYISS-FILE-REC                   04610000
               INVALID KEY                                              04620000
                   GO TO 2450-EXIT                                      04630000
           END-READ                                                     04640000
                                                                        04650000
           SET PPAYISS-PRESENTED OF PPAYISS-FILE-REC TO TRUE            04660000
           MOVE PPAYCUT-CURRENT-DATE                                    04670000
               TO PPAYISS-STATUS-DATE OF PPAYISS-FILE-REC               04680000
                                                                        04690000
           REWRITE PPAYISS-FILE-REC                                     04700000
               INVALID KEY                                              04710000
                   DISPLAY 'PPAYCUT - CRITICAL - REGISTER REWRITE '     04720000
                       'FAILED FOR ACCOUNT '                            04730000
                       PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC              04740000
                       ', STATUS ' PPAYCUT-PPAYISS-STATUS               04750000
           END-REWRITE.                                                 04760000
       2450-EXIT.                                                       04770000
           EXIT.                                                        04780000
                                                                        04790000
      ******************************************************************04800000
      *  2500-RETURN-CHEQUE - SEND THE CHEQUE BACK UNPAID THROUGH THE  *04810000
      *  INTERNAL RETURNS FILE AND NOTE THE RETURN ON THE ACCOUNT WITH *04820000
      *  A NON-MONETARY CHS, AS CHQCLR DOES FOR A STOPPED CHEQUE.      *04830000
      ******************************************************************04840000
       2500-RETURN-CHEQUE.                                              04850000
           MOVE PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                    04860000
               TO RETURNS-SORTCODE                                      04870000
           MOVE PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                     04880000
               TO RETURNS-ACCOUNT                                       04890000
           MOVE 'CHO' TO RETURNS-DIRECTION                              04900000
           MOVE PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                      04910000
               TO RETURNS-AMOUNT                                        04920000
           MOVE PPAYEXC-SERIAL OF PPAYEXC-FILE-REC                      04930000
               TO RETURNS-REFERENCE                                     04940000
           MOVE PPAYEXC-CLEARING-DATE OF PPAYEXC-FILE-REC               04950000
               TO RETURNS-VALUE-DATE                                    04960000
           MOVE PPAYCUT-RETURN-REASON TO RETURNS-REASON-CODE            04970000
                                                                        04980000
           WRITE RETURNS-REC                                            04990000
                                                                        05000000
           PERFORM 2600-ASSIGN-PROCTRAN-NUMBER THRU 2600-EXIT           05010000
           MOVE 'CHS' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05020000
           MOVE 'POS PAY' TO PROC-DESC-CHEQUE-NOTE OF PROCTRAN-FILE-REC 05030000
           PERFORM 2700-WRITE-PROCTRAN THRU 2700-EXIT                   05040000
                                                                        05050000
           SET PPAYEXC-RETURNED OF PPAYEXC-FILE-REC TO TRUE             05060000
           ADD 1 TO PPAYCUT-RETURNED-COUNT                              05070000
           ADD PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                       05080000
               TO PPAYCUT-RETURNED-AMOUNT.                              05090000
       2500-EXIT.                                                       05100000
           EXIT.                                                        05110000
                                                                        05120000
      ******************************************************************05130000
      *  2600-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *05140000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, AS        *05150000
      *  CHQCLR DOES.                                                  *05160000
      ******************************************************************05170000
       2600-ASSIGN-PROCTRAN-NUMBER.                                     05180000
           MOVE PPAYCUT-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       05190000
                                         OF PCTRL-FILE-REC              05200000
           MOVE PPAYCUT-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER         05210000
                                         OF PCTRL-FILE-REC              05220000
                                                                        05230000
           READ PCTRL-FILE                                              05240000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            05250000
               INVALID KEY                                              05260000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           05270000
                                   OF PCTRL-FILE-REC                    05280000
                   MOVE PPAYCUT-CTL-SORTCODE                            05290000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   05300000
                   MOVE PPAYCUT-CTL-NUMBER                              05310000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     05320000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 05330000
                   WRITE PCTRL-FILE-REC                                 05340000
           END-READ                                                     05350000
                                                                        05360000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             05370000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 05380000
               TO PPAYCUT-NEW-TRAN-NUMBER                               05390000
                                                                        05400000
           REWRITE PCTRL-FILE-REC                                       05410000
               INVALID KEY                                              05420000
                   DISPLAY 'PPAYCUT - CRITICAL - CONTROL RECORD '       05430000
                       'REWRITE FAILED, STATUS ' PPAYCUT-PCTRL-STATUS   05440000
           END-REWRITE.                                                 05450000
       2600-EXIT.                                                       05460000
           EXIT.                                                        05470000
                                                                        05480000
      ******************************************************************05490000
      *  2700-WRITE-PROCTRAN - LOG THE PAYMENT OR RETURN, CARRYING THE *05500000
      *  CHEQUE NUMBER AND PRESENTING SORT CODE/ACCOUNT IN             *05510000
      *  PROC-TRAN-DESC-CHEQUE.  THE CALLER SETS THE TYPE AND NOTE.    *05520000
      ******************************************************************05530000
       2700-WRITE-PROCTRAN.                                             05540000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05550000
           MOVE PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                    05560000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05570000
           MOVE PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                     05580000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05590000
           MOVE PPAYCUT-NEW-TRAN-NUMBER                                 05600000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05610000
           MOVE PPAYCUT-CURRENT-DATE                                    05620000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05630000
           MOVE PPAYCUT-CURRENT-TIME                                    05640000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05650000
           MOVE PPAYCUT-NEW-TRAN-NUMBER                                 05660000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05670000
           MOVE PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                      05680000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05690000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05700000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05710000
                                                                        05720000
           MOVE PPAYEXC-SERIAL OF PPAYEXC-FILE-REC                      05730000
               TO PROC-DESC-CHEQUE-NUMBER OF PROCTRAN-FILE-REC          05740000
           MOVE PPAYEXC-COUNTERPARTY-SORTCODE OF PPAYEXC-FILE-REC       05750000
               TO PROC-DESC-CHEQUE-SORTCODE OF PROCTRAN-FILE-REC        05760000
           MOVE PPAYEXC-COUNTERPARTY-ACCOUNT OF PPAYEXC-FILE-REC        05770000
               TO PROC-DESC-CHEQUE-ACCOUNT OF PROCTRAN-FILE-REC         05780000
           MOVE 'CHEQUE' TO PROC-DESC-CHEQUE-FOOTER OF PROCTRAN-FILE-REC05790000
                                                                        05800000
           WRITE PROCTRAN-FILE-REC                                      05810000
               INVALID KEY                                              05820000
                   DISPLAY 'PPAYCUT - CRITICAL - PROCTRAN WRITE FAILED '05830000
                       'FOR ACCOUNT '                                   05840000
                       PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC              05850000
               NOT INVALID KEY                                          05853333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05856666
           END-WRITE.                                                   05860000
       2700-EXIT.                                                       05870000
           EXIT.                                                        05880000
                                                                        05890000
      ******************************************************************05900000
      *  2900-WRITE-DETAIL - LIST THE CLOSED EXCEPTION.                *05910000
      ******************************************************************05920000
       2900-WRITE-DETAIL.                                               05930000
           MOVE PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                    05940000
               TO PPAYCUT-DTL-SORTCODE                                  05950000
           MOVE PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                     05960000
               TO PPAYCUT-DTL-ACCOUNT                                   05970000
           MOVE PPAYEXC-SERIAL OF PPAYEXC-FILE-REC                      05980000
               TO PPAYCUT-DTL-CHEQUE                                    05990000
           MOVE PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                      06000000
               TO PPAYCUT-DTL-AMOUNT                                    06010000
           MOVE PPAYEXC-REASON OF PPAYEXC-FILE-REC                      06020000
               TO PPAYCUT-DTL-REASON                                    06030000
                                                                        06040000
           IF PPAYEXC-PAID OF PPAYEXC-FILE-REC                          06050000
               MOVE 'PAID' TO PPAYCUT-DTL-OUTCOME                       06060000
               MOVE SPACES TO PPAYCUT-DTL-RETURN-CODE                   06070000
           ELSE                                                         06080000
               MOVE 'RETURNED' TO PPAYCUT-DTL-OUTCOME                   06090000
               MOVE PPAYCUT-RETURN-REASON TO PPAYCUT-DTL-RETURN-CODE    06100000
           END-IF                                                       06110000
                                                                        06120000
           WRITE CUTOFF-RPT-LINE FROM PPAYCUT-DETAIL-LINE.              06130000
       2900-EXIT.                                                       06140000
           EXIT.                                                        06150000
                                                                        06160000
      ******************************************************************06170000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *06180000
      ******************************************************************06190000
       4000-PRINT-SUMMARY.                                              06200000
           MOVE PPAYCUT-READ-COUNT TO PPAYCUT-SUM-READ                  06210000
           WRITE CUTOFF-RPT-LINE FROM PPAYCUT-SUMMARY-LINE-1            06220000
                                                                        06230000
           MOVE PPAYCUT-PAID-COUNT TO PPAYCUT-SUM-PAID                  06240000
           MOVE PPAYCUT-PAID-AMOUNT TO PPAYCUT-SUM-PAID-AMOUNT          06250000
           WRITE CUTOFF-RPT-LINE FROM PPAYCUT-SUMMARY-LINE-2            06260000
                                                                        06270000
           MOVE PPAYCUT-RETURNED-COUNT TO PPAYCUT-SUM-RETURNED          06280000
           MOVE PPAYCUT-RETURNED-AMOUNT TO PPAYCUT-SUM-RET-AMOUNT       06290000
           WRITE CUTOFF-RPT-LINE FROM PPAYCUT-SUMMARY-LINE-3            06300000
                                                                        06310000
           MOVE PPAYCUT-DEFAULT-COUNT TO PPAYCUT-SUM-DEFAULT            06320000
           WRITE CUTOFF-RPT-LINE FROM PPAYCUT-SUMMARY-LINE-4            06330000
                                                                        06340000
           MOVE PPAYCUT-WAITING-COUNT TO PPAYCUT-SUM-WAITING            06350000
           WRITE CUTOFF-RPT-LINE FROM PPAYCUT-SUMMARY-LINE-5.           06360000
       4000-EXIT.                                                       06370000
           EXIT.                                                        06380000
                                                                        06390000
      ******************************************************************06390666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *06391332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *06391998
      ******************************************************************06392664
       8900-ADD-CONTROL-TOTAL.                                          06393330
           SET BALTOT-REQ-ADD TO TRUE                                   06393996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  06394662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  06395328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   06395994
               TO BALTOT-REQ-AMOUNT                                     06396660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          06397326
       8900-EXIT.                                                       06397992
           EXIT.                                                        06398658
                                                                        06399324
      ******************************************************************06400000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *06410000
      ******************************************************************06420000
       9000-TERMINATE.                                                  06430000
           CLOSE PPAYEXC-FILE                                           06440000
           CLOSE ACCOUNT-FILE                                           06450000
           CLOSE CHQPAID-FILE                                           06460000
           CLOSE PPAYISS-FILE                                           06470000
           CLOSE PROCTRAN-FILE                                          06480000
           CLOSE PCTRL-FILE                                             06490000
           CLOSE RETURNS-FILE                                           06500000
           CLOSE CUTOFF-RPT                                             06510000
                                                                        06520000
           SET BALTOT-REQ-WRITE TO TRUE                                 06522500
           CALL 'BALTOT' USING BALTOT-REQUEST                           06525000
                                                                        06527500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06530000
           MOVE PPAYCUT-READ-COUNT TO RUNCTL-REQ-COUNT                  06540000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          06550000
       9000-EXIT.                                                       06560000
           EXIT.                                                        06570000
                                                                        06580000
       9999-EXIT.                                                       06590000
           STOP RUN.                                                    06600000
