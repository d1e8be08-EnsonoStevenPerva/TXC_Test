      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PPAYLOAD.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  PPAYLOAD - POSITIVE-PAY ISSUED-CHEQUE FILE LOAD               *00150000
      *                                                                *00160000
      *  FUNCTION : TAKES ONE ISSUED-CHEQUE FILE SUBMITTED BY A        *00170000
      *             BUSINESS CUSTOMER FOR POSITIVE PAY AND LOADS IT    *00180000
      *             TO THE ISSUED-CHEQUE REGISTER (COPYBOOK PPAYISS)   *00190000
      *             THAT CHQCLR MATCHES EVERY PRESENTED CHEQUE ON THE  *00200000
      *             ACCOUNT AGAINST :                                  *00210000
      *                                                                *00220000
      *               '1' HEADER  - THE DRAWING SORT CODE/ACCOUNT,     *00230000
      *                             THE CUSTOMER'S FILE REFERENCE      *00240000
      *                             AND THE LINE COUNT AND VALUE       *00250000
      *                             CONTROL TOTALS                     *00260000
      *               '2' DETAIL  - ONE CHEQUE : ACTION, SERIAL,       *00270000
      *                             AMOUNT, ISSUE DATE AND PAYEE.      *00280000
      *                             ACTION I LISTS A CHEQUE JUST       *00290000
      *                             ISSUED; ACTION V VOIDS ONE LISTED  *00300000
      *                             EARLIER, SO IT WILL NOT PAY        *00310000
      *                                                                *00320000
      *             THE FIRST FILE LOADED FOR AN ACCOUNT ENROLS IT -   *00330000
      *             FROM THEN ON AN UNLISTED CHEQUE IS HELD FOR THE    *00340000
      *             CUSTOMER TO DECIDE, NOT PAID.                      *00350000
      *                                                                *00360000
      *             PASS 1 COUNTS THE LINES AND THEIR VALUE.  THE      *00370000
      *             WHOLE FILE IS REJECTED, AND NOTHING LOADED, IF     *00380000
      *             THE HEADER'S LINE COUNT OR VALUE DOES NOT AGREE,   *00390000
      *             OR IF THE DRAWING ACCOUNT IS NOT FOUND, NOT OPEN,  *00400000
      *             NOT STERLING, OR ITS HOLDER IS DECEASED OR NOT A   *00410000
      *             BUSINESS CUSTOMER, THE SAME ORIGINATOR TESTS       *00420000
      *             BULKPAY APPLIES.  PASS 2 LOADS EVERY GOOD LINE     *00430000
      *             AND WRITES THE SUBMITTER'S ACCEPTANCE AND          *00440000
      *             REJECTION REPORT.                                  *00450000
      *                                                                *00460000
      *  FILES    : PPAYIN   - SUBMITTED ISSUED-CHEQUE FILE (INPUT)    *00470000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00480000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00490000
      *             CHQPAID  - VSAM KSDS - PAID CHEQUE SERIALS (INPUT) *00500000
      *             PPAYISS  - VSAM KSDS - ISSUED-CHEQUE REGISTER (I-O)*00510000
      *             PPAYRPT  - ACCEPTANCE/REJECTION REPORT (OUTPUT)    *00520000
      *                                                                *00530000
      *  LINE REJECTION CODES :                                        *00540000
      *             REC - RECORD IS NOT A CHEQUE LINE                  *00550000
      *             ACT - ACTION IS NOT I OR V                         *00560000
      *             SER - SERIAL MISSING, NOT NUMERIC OR ZERO          *00570000
      *             AMT - AMOUNT MISSING, NOT NUMERIC OR ZERO          *00580000
      *             DTE - ISSUE DATE MISSING OR AFTER TODAY            *00590000
      *             DUP - SERIAL ALREADY ON THE REGISTER               *00600000
      *             PAD - SERIAL ALREADY PAID                          *00610000
      *             NOL - VOID OF A SERIAL NOT ON THE REGISTER         *00620000
      *             PRS - VOID OF A CHEQUE ALREADY PRESENTED           *00630000
      *                                                                *00640000
      *  RETURN CODE 4 WHEN THE FILE IS REJECTED.                      *00650000
      *                                                                *00660000
      *  CHANGE HISTORY                                                *00670000
      *  ----------------------------------------------------------    *00680000
      *  DATE        BY    DESCRIPTION                                 *00690000
      *  2026-10-15  BAG   INITIAL VERSION                             *00700000
      *                                                                *00710000
      ******************************************************************00720000
       ENVIRONMENT DIVISION.                                            00730000
       INPUT-OUTPUT SECTION.                                            00740000
       FILE-CONTROL.                                                    00750000
           SELECT PPAYIN-FILE     ASSIGN TO PPAYIN                      00760000
                  ORGANIZATION IS SEQUENTIAL                            00770000
                  FILE STATUS IS PPAYLOAD-PPAYIN-STATUS.                00780000
                                                                        00790000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00800000
                  ORGANIZATION IS INDEXED                               00810000
                  ACCESS MODE IS RANDOM                                 00820000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00830000
                  FILE STATUS IS PPAYLOAD-ACCOUNT-STATUS.               00840000
                                                                        00850000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00860000
                  ORGANIZATION IS INDEXED                               00870000
                  ACCESS MODE IS RANDOM                                 00880000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00890000
                  FILE STATUS IS PPAYLOAD-CUSTOMER-STATUS.              00900000
                                                                        00910000
           SELECT CHQPAID-FILE    ASSIGN TO CHQPAID                     00920000
                  ORGANIZATION IS INDEXED                               00930000
                  ACCESS MODE IS RANDOM                                 00940000
                  RECORD KEY IS CHQPAID-KEY OF CHQPAID-FILE-REC         00950000
                  FILE STATUS IS PPAYLOAD-CHQPAID-STATUS.               00960000
                                                                        00970000
           SELECT PPAYISS-FILE    ASSIGN TO PPAYISS                     00980000
                  ORGANIZATION IS INDEXED                               00990000
                  ACCESS MODE IS RANDOM                                 01000000
                  RECORD KEY IS PPAYISS-KEY OF PPAYISS-FILE-REC         01010000
                  FILE STATUS IS PPAYLOAD-PPAYISS-STATUS.               01020000
                                                                        01030000
           SELECT PPAY-RPT        ASSIGN TO PPAYRPT                     01040000
                  ORGANIZATION IS LINE SEQUENTIAL                       01050000
                  FILE STATUS IS PPAYLOAD-RPT-STATUS.                   01060000
                                                                        01070000
       DATA DIVISION.                                                   01080000
       FILE SECTION.                                                    01090000
       FD  PPAYIN-FILE                                                  01100000
           RECORDING MODE IS F.                                         01110000
       01  PPAYIN-HEADER-REC.                                           01120000
           05  PPAYIN-REC-TYPE             PIC X.                       01130000
               88  PPAYIN-HEADER                 VALUE '1'.             01140000
               88  PPAYIN-DETAIL                 VALUE '2'.             01150000
           05  PPAYIN-HDR-SORTCODE         PIC 9(6).                    01160000
           05  PPAYIN-HDR-ACCOUNT          PIC 9(8).                    01170000
           05  PPAYIN-HDR-FILE-REF         PIC X(20).                   01180000
           05  PPAYIN-HDR-LINE-COUNT       PIC 9(6).                    01190000
           05  PPAYIN-HDR-TOTAL            PIC 9(13)V99.                01200000
           05  FILLER                      PIC X(24).                   01210000
       01  PPAYIN-DETAIL-REC.                                           01220000
           05  FILLER                      PIC X.                       01230000
           05  PPAYIN-DET-ACTION           PIC X.                       01240000
               88  PPAYIN-DET-ISSUE              VALUE 'I'.             01250000
               88  PPAYIN-DET-VOID               VALUE 'V'.             01260000
           05  PPAYIN-DET-SERIAL           PIC 9(10).                   01270000
           05  PPAYIN-DET-AMOUNT           PIC 9(10)V99.                01280000
           05  PPAYIN-DET-AMOUNT-X REDEFINES PPAYIN-DET-AMOUNT          01290000
                                           PIC X(12).                   01300000
           05  PPAYIN-DET-ISSUE-DATE       PIC 9(8).                    01310000
           05  PPAYIN-DET-PAYEE            PIC X(40).                   01320000
           05  FILLER                      PIC X(8).                    01330000
                                                                        01340000
       FD  ACCOUNT-FILE                                                 01350000
           RECORDING MODE IS F.                                         01360000
       01  ACCOUNT-FILE-REC.                                            01370000
           COPY ACCOUNT.                                                01380000
                                                                        01390000
       FD  CUSTOMER-FILE                                                01400000
           RECORDING MODE IS F.                                         01410000
       01  CUSTOMER-FILE-REC.                                           01420000
           COPY CUSTOMER.                                               01430000
                                                                        01440000
       FD  CHQPAID-FILE                                                 01450000
           RECORDING MODE IS F.                                         01460000
       01  CHQPAID-FILE-REC.                                            01470000
           COPY CHQPAID.                                                01480000
                                                                        01490000
       FD  PPAYISS-FILE                                                 01500000
           RECORDING MODE IS F.                                         01510000
       01  PPAYISS-FILE-REC.                                            01520000
           COPY PPAYISS.                                                01530000
                                                                        01540000
       FD  PPAY-RPT                                                     01550000
           RECORDING MODE IS F.                                         01560000
       01  PPAY-RPT-LINE                   PIC X(80).                   01570000
                                                                        01580000
       WORKING-STORAGE SECTION.                                         01590000
       01  PPAYLOAD-WORK-AREA.                                          01600000
           05  PPAYLOAD-PPAYIN-STATUS      PIC XX.                      01610000
           05  PPAYLOAD-ACCOUNT-STATUS     PIC XX.                      01620000
           05  PPAYLOAD-CUSTOMER-STATUS    PIC XX.                      01630000
           05  PPAYLOAD-CHQPAID-STATUS     PIC XX.                      01640000
           05  PPAYLOAD-PPAYISS-STATUS     PIC XX.                      01650000
           05  PPAYLOAD-RPT-STATUS         PIC XX.                      01660000
           05  PPAYLOAD-EOF-SWITCH         PIC X     VALUE 'N'.         01670000
               88  PPAYLOAD-AT-EOF               VALUE 'Y'.             01680000
           05  PPAYLOAD-FILE-SWITCH        PIC X     VALUE 'A'.         01690000
               88  PPAYLOAD-FILE-OK              VALUE 'A'.             01700000
               88  PPAYLOAD-FILE-REJECTED        VALUE 'R'.             01710000
           05  PPAYLOAD-FILE-REASON        PIC X(30) VALUE SPACES.      01720000
           05  PPAYLOAD-HEADER-SWITCH      PIC X     VALUE 'N'.         01730000
               88  PPAYLOAD-HEADER-READ          VALUE 'Y'.             01740000
           05  PPAYLOAD-LINE-REASON        PIC X(3)  VALUE SPACES.      01750000
           05  PPAYLOAD-DRAW-SORTCODE      PIC 9(6)  VALUE ZERO.        01760000
           05  PPAYLOAD-DRAW-ACCOUNT       PIC 9(8)  VALUE ZERO.        01770000
           05  PPAYLOAD-DRAW-CUSTOMER      PIC 9(10) VALUE ZERO.        01780000
           05  PPAYLOAD-FILE-REF           PIC X(20) VALUE SPACES.      01790000
           05  PPAYLOAD-HDR-COUNT          PIC 9(6)  VALUE ZERO.        01800000
           05  PPAYLOAD-HDR-TOTAL          PIC 9(13)V99 VALUE ZERO.     01810000
           05  PPAYLOAD-LINE-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01820000
           05  PPAYLOAD-LINES-TOTAL        PIC 9(13)V99 COMP-3          01830000
                                                     VALUE ZERO.        01840000
           05  PPAYLOAD-LISTED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01850000
           05  PPAYLOAD-VOIDED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01860000
           05  PPAYLOAD-REJECTED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01870000
           05  PPAYLOAD-LINE-NO            PIC 9(6)  VALUE ZERO.        01880000
           05  PPAYLOAD-CURRENT-DATE       PIC 9(8).                    01890000
                                                                        01900000
       01  PPAYLOAD-TITLE-LINE.                                         01910000
           05  FILLER                      PIC X(40) VALUE              01920000
               'POSITIVE PAY ISSUED-CHEQUE FILE LOAD'.                  01930000
           05  FILLER                      PIC X(10) VALUE              01940000
               'RUN DATE: '.                                            01950000
           05  PPAYLOAD-TTL-DATE           PIC 9(8).                    01960000
           05  FILLER                      PIC X(22) VALUE SPACES.      01970000
                                                                        01980000
       01  PPAYLOAD-FILE-LINE-1.                                        01990000
           05  FILLER                      PIC X(20) VALUE              02000000
               'FILE REFERENCE    : '.                                  02010000
           05  PPAYLOAD-FL1-REF            PIC X(20).                   02020000
           05  FILLER                      PIC X(40) VALUE SPACES.      02030000
                                                                        02040000
       01  PPAYLOAD-FILE-LINE-2.                                        02050000
           05  FILLER                      PIC X(20) VALUE              02060000
               'DRAWING ACCOUNT   : '.                                  02070000
           05  PPAYLOAD-FL2-SORTCODE       PIC 9(6).                    02080000
           05  FILLER                      PIC X(1)  VALUE '-'.         02090000
           05  PPAYLOAD-FL2-ACCOUNT        PIC 9(8).                    02100000
           05  FILLER                      PIC X(45) VALUE SPACES.      02110000
                                                                        02120000
       01  PPAYLOAD-FILE-LINE-3.                                        02130000
           05  FILLER                      PIC X(20) VALUE              02140000
               'FILE RESULT       : '.                                  02150000
           05  PPAYLOAD-FL3-RESULT         PIC X(8).                    02160000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02170000
           05  PPAYLOAD-FL3-REASON         PIC X(30).                   02180000
           05  FILLER                      PIC X(20) VALUE SPACES.      02190000
                                                                        02200000
       01  PPAYLOAD-DETAIL-LINE.                                        02210000
           05  PPAYLOAD-DTL-STATUS         PIC X(8).                    02220000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02230000
           05  PPAYLOAD-DTL-LINE-NO        PIC Z(5)9.                   02240000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02250000
           05  PPAYLOAD-DTL-ACTION         PIC X.                       02260000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02270000
           05  PPAYLOAD-DTL-SERIAL         PIC X(10).                   02280000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02290000
           05  PPAYLOAD-DTL-AMOUNT         PIC X(12).                   02300000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02310000
           05  PPAYLOAD-DTL-REASON         PIC X(3).                    02320000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02330000
           05  PPAYLOAD-DTL-PAYEE          PIC X(28).                   02340000
                                                                        02350000
       01  PPAYLOAD-SUMMARY-LINE-1.                                     02360000
           05  FILLER                      PIC X(20) VALUE              02370000
               'LINES IN FILE     : '.                                  02380000
           05  PPAYLOAD-SUM-LINES          PIC Z(8)9.                   02390000
           05  FILLER                      PIC X(51) VALUE SPACES.      02400000
                                                                        02410000
       01  PPAYLOAD-SUMMARY-LINE-2.                                     02420000
           05  FILLER                      PIC X(20) VALUE              02430000
               'CHEQUES LISTED    : '.                                  02440000
           05  PPAYLOAD-SUM-LISTED         PIC Z(8)9.                   02450000
           05  FILLER                      PIC X(51) VALUE SPACES.      02460000
                                                                        02470000
       01  PPAYLOAD-SUMMARY-LINE-3.                                     02480000
           05  FILLER                      PIC X(20) VALUE              02490000
               'CHEQUES VOIDED    : '.                                  02500000
           05  PPAYLOAD-SUM-VOIDED         PIC Z(8)9.                   02510000
           05  FILLER                      PIC X(51) VALUE SPACES.      02520000
                                                                        02530000
       01  PPAYLOAD-SUMMARY-LINE-4.                                     02540000
           05  FILLER                      PIC X(20) VALUE              02550000
               'LINES REJECTED    : '.                                  02560000
           05  PPAYLOAD-SUM-REJECTED       PIC Z(8)9.                   02570000
           05  FILLER                      PIC X(51) VALUE SPACES.      02580000
                                                                        02590000
       01  PPAYLOAD-SUMMARY-LINE-5.                                     02600000
           05  FILLER                      PIC X(20) VALUE              02610000
               'HEADER VALUE      : '.                                  02620000
           05  PPAYLOAD-SUM-HDR-TOTAL      PIC Z(12)9.99.               02630000
           05  FILLER                      PIC X(44) VALUE SPACES.      02640000
                                                                        02650000
       01  PPAYLOAD-SUMMARY-LINE-6.                                     02660000
           05  FILLER                      PIC X(20) VALUE              02670000
               'VALUE OF LINES    : '.                                  02680000
           05  PPAYLOAD-SUM-LINES-TOTAL    PIC Z(12)9.99.               02690000
           05  FILLER                      PIC X(44) VALUE SPACES.      02700000
                                                                        02710000
       01  RUNCTL-REQUEST-AREA.                                         02720000
           COPY RUNCTLQ.                                                02730000
                                                                        02740000
       01  BUSDATE-REQUEST-AREA.                                        02750000
           COPY BUSDATEQ.                                               02760000
                                                                        02770000
      ******************************************************************02780000
       PROCEDURE DIVISION.                                              02790000
      ******************************************************************02800000
       0000-MAINLINE.                                                   02810000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02820000
                                                                        02830000
           PERFORM 2000-VALIDATE-FILE THRU 2000-EXIT                    02840000
                                                                        02850000
           PERFORM 3000-LOAD-AND-REPORT THRU 3000-EXIT                  02860000
                                                                        02870000
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT                    02880000
                                                                        02890000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02900000
                                                                        02910000
           GO TO 9999-EXIT.                                             02920000
                                                                        02930000
      ******************************************************************02940000
      *  1000-INITIALIZE - REGISTER THE RUN, OPEN THE FILES AND TAKE   *02950000
      *  THE BUSINESS DATE.                                            *02960000
      ******************************************************************02970000
       1000-INITIALIZE.                                                 02980000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02990000
           MOVE 'PPAYLOAD' TO RUNCTL-REQ-JOB                            03000000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03010000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03020000
           IF RUNCTL-HELD                                               03030000
               DISPLAY 'PPAYLOAD - HELD - PREDECESSOR NOT COMPLETE'     03040000
               STOP RUN                                                 03050000
           END-IF                                                       03060000
                                                                        03070000
           OPEN INPUT  ACCOUNT-FILE                                     03080000
           OPEN INPUT  CUSTOMER-FILE                                    03090000
           OPEN INPUT  CHQPAID-FILE                                     03100000
           OPEN I-O    PPAYISS-FILE                                     03110000
           OPEN OUTPUT PPAY-RPT                                         03120000
                                                                        03130000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03140000
           MOVE BUSDATE-REQ-CURRENT TO PPAYLOAD-CURRENT-DATE.           03150000
       1000-EXIT.                                                       03160000
           EXIT.                                                        03170000
                                                                        03180000
      ******************************************************************03190000
      *  2000-VALIDATE-FILE - PASS 1.  READ THE HEADER, CHECK THE      *03200000
      *  DRAWING ACCOUNT AND PROVE THE CONTROL TOTALS.                 *03210000
      ******************************************************************03220000
       2000-VALIDATE-FILE.                                              03230000
           OPEN INPUT PPAYIN-FILE                                       03240000
           IF PPAYLOAD-PPAYIN-STATUS NOT = '00'                         03250000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       03260000
               MOVE 'SUBMITTED FILE NOT READABLE'                       03270000
                   TO PPAYLOAD-FILE-REASON                              03280000
               GO TO 2000-EXIT                                          03290000
           END-IF                                                       03300000
                                                                        03310000
           PERFORM 2050-READ-PPAYIN-NEXT THRU 2050-EXIT                 03320000
           IF PPAYLOAD-AT-EOF                                           03330000
              OR NOT PPAYIN-HEADER                                      03340000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       03350000
               MOVE 'FILE HAS NO HEADER RECORD'                         03360000
                   TO PPAYLOAD-FILE-REASON                              03370000
               CLOSE PPAYIN-FILE                                        03380000
               GO TO 2000-EXIT                                          03390000
           END-IF                                                       03400000
                                                                        03410000
           SET PPAYLOAD-HEADER-READ TO TRUE                             03420000
           MOVE PPAYIN-HDR-SORTCODE   TO PPAYLOAD-DRAW-SORTCODE         03430000
           MOVE PPAYIN-HDR-ACCOUNT    TO PPAYLOAD-DRAW-ACCOUNT          03440000
           MOVE PPAYIN-HDR-FILE-REF   TO PPAYLOAD-FILE-REF              03450000
           MOVE PPAYIN-HDR-LINE-COUNT TO PPAYLOAD-HDR-COUNT             03460000
           MOVE PPAYIN-HDR-TOTAL      TO PPAYLOAD-HDR-TOTAL             03470000
                                                                        03480000
           PERFORM 2500-CHECK-DRAWER THRU 2500-EXIT                     03490000
                                                                        03500000
           PERFORM 2050-READ-PPAYIN-NEXT THRU 2050-EXIT                 03510000
           PERFORM 2100-COUNT-LINE THRU 2100-EXIT                       03520000
              UNTIL PPAYLOAD-AT-EOF                                     03530000
                                                                        03540000
           CLOSE PPAYIN-FILE                                            03550000
                                                                        03560000
           IF NOT PPAYLOAD-FILE-OK                                      03570000
               GO TO 2000-EXIT                                          03580000
           END-IF                                                       03590000
                                                                        03600000
           IF PPAYLOAD-LINE-COUNT NOT = PPAYLOAD-HDR-COUNT              03610000
              OR PPAYLOAD-LINES-TOTAL NOT = PPAYLOAD-HDR-TOTAL          03620000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       03630000
               MOVE 'HEADER TOTALS DO NOT AGREE'                        03640000
                   TO PPAYLOAD-FILE-REASON                              03650000
           END-IF.                                                      03660000
       2000-EXIT.                                                       03670000
           EXIT.                                                        03680000
                                                                        03690000
      ******************************************************************03700000
      *  2050-READ-PPAYIN-NEXT - READ THE NEXT RECORD OF THE FILE.     *03710000
      ******************************************************************03720000
       2050-READ-PPAYIN-NEXT.                                           03730000
           READ PPAYIN-FILE                                             03740000
               AT END                                                   03750000
                   SET PPAYLOAD-AT-EOF TO TRUE                          03760000
           END-READ.                                                    03770000
       2050-EXIT.                                                       03780000
           EXIT.                                                        03790000
                                                                        03800000
      ******************************************************************03810000
      *  2100-COUNT-LINE - COUNT THE LINE INTO THE CONTROL TOTALS AND  *03820000
      *  READ THE NEXT.  A LINE WHOSE AMOUNT IS NOT NUMERIC STAYS OUT  *03830000
      *  OF THE VALUE TOTAL.                                           *03840000
      ******************************************************************03850000
       2100-COUNT-LINE.                                                 03860000
           ADD 1 TO PPAYLOAD-LINE-COUNT                                 03870000
                                                                        03880000
           IF PPAYIN-DETAIL                                             03890000
              AND PPAYIN-DET-AMOUNT IS NUMERIC                          03900000
               ADD PPAYIN-DET-AMOUNT TO PPAYLOAD-LINES-TOTAL            03910000
           END-IF                                                       03920000
                                                                        03930000
           PERFORM 2050-READ-PPAYIN-NEXT THRU 2050-EXIT.                03940000
       2100-EXIT.                                                       03950000
           EXIT.                                                        03960000
                                                                        03970000
      ******************************************************************03980000
      *  2500-CHECK-DRAWER - THE DRAWING ACCOUNT MUST BE OPEN AND IN   *03990000
      *  STERLING, AND ITS HOLDER A LIVING BUSINESS CUSTOMER.          *04000000
      ******************************************************************04010000
       2500-CHECK-DRAWER.                                               04020000
           MOVE PPAYLOAD-DRAW-SORTCODE                                  04030000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  04040000
           MOVE PPAYLOAD-DRAW-ACCOUNT                                   04050000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    04060000
                                                                        04070000
           READ ACCOUNT-FILE                                            04080000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   04090000
               INVALID KEY                                              04100000
                   SET PPAYLOAD-FILE-REJECTED TO TRUE                   04110000
                   MOVE 'DRAWING ACCOUNT NOT FOUND'                     04120000
                       TO PPAYLOAD-FILE-REASON                          04130000
                   GO TO 2500-EXIT                                      04140000
           END-READ                                                     04150000
                                                                        04160000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             04170000
               TO PPAYLOAD-DRAW-CUSTOMER                                04180000
                                                                        04190000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      04200000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       04210000
               MOVE 'DRAWING ACCOUNT NOT OPEN'                          04220000
                   TO PPAYLOAD-FILE-REASON                              04230000
               GO TO 2500-EXIT                                          04240000
           END-IF                                                       04250000
                                                                        04260000
           IF NOT ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC               04270000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       04280000
               MOVE 'DRAWING ACCOUNT NOT STERLING'                      04290000
                   TO PPAYLOAD-FILE-REASON                              04300000
               GO TO 2500-EXIT                                          04310000
           END-IF                                                       04320000
                                                                        04330000
           MOVE PPAYLOAD-DRAW-SORTCODE                                  04340000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                04350000
           MOVE PPAYLOAD-DRAW-CUSTOMER                                  04360000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  04370000
                                                                        04380000
           READ CUSTOMER-FILE                                           04390000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 04400000
               INVALID KEY                                              04410000
                   SET PPAYLOAD-FILE-REJECTED TO TRUE                   04420000
                   MOVE 'ACCOUNT HOLDER NOT FOUND'                      04430000
                       TO PPAYLOAD-FILE-REASON                          04440000
                   GO TO 2500-EXIT                                      04450000
           END-READ                                                     04460000
                                                                        04470000
           IF CUSTOMER-DECEASED OF CUSTOMER-FILE-REC                    04480000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       04490000
               MOVE 'ACCOUNT HOLDER DECEASED'                           04500000
                   TO PPAYLOAD-FILE-REASON                              04510000
               GO TO 2500-EXIT                                          04520000
           END-IF                                                       04530000
                                                                        04540000
           IF NOT CUSTOMER-BUSINESS OF CUSTOMER-FILE-REC                04550000
               SET PPAYLOAD-FILE-REJECTED TO TRUE                       04560000
               MOVE 'NOT A BUSINESS CUSTOMER'                           04570000
                   TO PPAYLOAD-FILE-REASON                              04580000
           END-IF.                                                      04590000
       2500-EXIT.                                                       04600000
           EXIT.                                                        04610000
                                                                        04620000
      ******************************************************************04630000
      *  3000-LOAD-AND-REPORT - PASS 2.  REPORT THE FILE RESULT AND,   *04640000
      *  FOR AN ACCEPTED FILE, LOAD EACH LINE.                         *04650000
      ******************************************************************04660000
       3000-LOAD-AND-REPORT.                                            04670000
           MOVE PPAYLOAD-CURRENT-DATE TO PPAYLOAD-TTL-DATE              04680000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-TITLE-LINE                 04690000
           MOVE SPACES TO PPAY-RPT-LINE                                 04700000
           WRITE PPAY-RPT-LINE                                          04710000
                                                                        04720000
           MOVE PPAYLOAD-FILE-REF TO PPAYLOAD-FL1-REF                   04730000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-FILE-LINE-1                04740000
           MOVE PPAYLOAD-DRAW-SORTCODE TO PPAYLOAD-FL2-SORTCODE         04750000
           MOVE PPAYLOAD-DRAW-ACCOUNT  TO PPAYLOAD-FL2-ACCOUNT          04760000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-FILE-LINE-2                04770000
           IF PPAYLOAD-FILE-OK                                          04780000
               MOVE 'ACCEPTED' TO PPAYLOAD-FL3-RESULT                   04790000
           ELSE                                                         04800000
               MOVE 'REJECTED' TO PPAYLOAD-FL3-RESULT                   04810000
               MOVE 4 TO RETURN-CODE                                    04820000
           END-IF                                                       04830000
           MOVE PPAYLOAD-FILE-REASON TO PPAYLOAD-FL3-REASON             04840000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-FILE-LINE-3                04850000
           MOVE SPACES TO PPAY-RPT-LINE                                 04860000
           WRITE PPAY-RPT-LINE                                          04870000
                                                                        04880000
           IF NOT PPAYLOAD-FILE-OK                                      04890000
               GO TO 3000-EXIT                                          04900000
           END-IF                                                       04910000
                                                                        04920000
           MOVE 'N' TO PPAYLOAD-EOF-SWITCH                              04930000
           MOVE ZERO TO PPAYLOAD-LINE-NO                                04940000
           OPEN INPUT PPAYIN-FILE                                       04950000
           PERFORM 2050-READ-PPAYIN-NEXT THRU 2050-EXIT                 04960000
           PERFORM 2050-READ-PPAYIN-NEXT THRU 2050-EXIT                 04970000
           PERFORM 3100-LOAD-ONE-LINE THRU 3100-EXIT                    04980000
              UNTIL PPAYLOAD-AT-EOF                                     04990000
           CLOSE PPAYIN-FILE.                                           05000000
       3000-EXIT.                                                       05010000
           EXIT.                                                        05020000
                                                                        05030000
      ******************************************************************05040000
      *  3100-LOAD-ONE-LINE - VALIDATE ONE LINE, APPLY IT TO THE       *05050000
      *  REGISTER, LIST IT AND READ THE NEXT.                          *05060000
      ******************************************************************05070000
       3100-LOAD-ONE-LINE.                                              05080000
           ADD 1 TO PPAYLOAD-LINE-NO                                    05090000
           MOVE SPACES TO PPAYLOAD-LINE-REASON                          05100000
                                                                        05110000
           PERFORM 3200-CHECK-LINE THRU 3200-EXIT                       05120000
                                                                        05130000
           IF PPAYLOAD-LINE-REASON = SPACES                             05140000
               IF PPAYIN-DET-ISSUE                                      05150000
                   PERFORM 3300-LIST-CHEQUE THRU 3300-EXIT              05160000
               ELSE                                                     05170000
                   PERFORM 3400-VOID-CHEQUE THRU 3400-EXIT              05180000
               END-IF                                                   05190000
           END-IF                                                       05200000
                                                                        05210000
           PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT                     05220000
                                                                        05230000
           PERFORM 2050-READ-PPAYIN-NEXT THRU 2050-EXIT.                05240000
       3100-EXIT.                                                       05250000
           EXIT.                                                        05260000
                                                                        05270000
      ******************************************************************05280000
      *  3200-CHECK-LINE - A CHEQUE LINE NEEDS A KNOWN ACTION, A       *05290000
      *  SERIAL, A POSITIVE AMOUNT AND AN ISSUE DATE NOT AFTER TODAY.  *05300000
      *  A SERIAL THAT HAS ALREADY PAID CANNOT BE LISTED OR VOIDED.    *05310000
      ******************************************************************05320000
       3200-CHECK-LINE.                                                 05330000
           IF NOT PPAYIN-DETAIL                                         05340000
               MOVE 'REC' TO PPAYLOAD-LINE-REASON                       05350000
               GO TO 3200-EXIT                                          05360000
           END-IF                                                       05370000
                                                                        05380000
           IF NOT PPAYIN-DET-ISSUE                                      05390000
              AND NOT PPAYIN-DET-VOID                                   05400000
               MOVE 'ACT' TO PPAYLOAD-LINE-REASON                       05410000
               GO TO 3200-EXIT                                          05420000
           END-IF                                                       05430000
                                                                        05440000
           IF PPAYIN-DET-SERIAL NOT NUMERIC                             05450000
              OR PPAYIN-DET-SERIAL = ZERO                               05460000
               MOVE 'SER' TO PPAYLOAD-LINE-REASON                       05470000
               GO TO 3200-EXIT                                          05480000
           END-IF                                                       05490000
                                                                        05500000
           IF PPAYIN-DET-AMOUNT NOT NUMERIC                             05510000
              OR PPAYIN-DET-AMOUNT = ZERO                               05520000
               MOVE 'AMT' TO PPAYLOAD-LINE-REASON                       05530000
               GO TO 3200-EXIT                                          05540000
           END-IF                                                       05550000
                                                                        05560000
           IF PPAYIN-DET-ISSUE-DATE NOT NUMERIC                         05570000
              OR PPAYIN-DET-ISSUE-DATE = ZERO                           05580000
              OR PPAYIN-DET-ISSUE-DATE > PPAYLOAD-CURRENT-DATE          05590000
               MOVE 'DTE' TO PPAYLOAD-LINE-REASON                       05600000
               GO TO 3200-EXIT                                          05610000
           END-IF                                                       05620000
                                                                        05630000
           MOVE PPAYLOAD-DRAW-SORTCODE                                  05640000
               TO CHQPAID-SORTCODE OF CHQPAID-FILE-REC                  05650000
           MOVE PPAYLOAD-DRAW-ACCOUNT                                   05660000
               TO CHQPAID-ACCOUNT OF CHQPAID-FILE-REC                   05670000
           MOVE PPAYIN-DET-SERIAL                                       05680000
               TO CHQPAID-SERIAL OF CHQPAID-FILE-REC                    05690000
                                                                        05700000
           READ CHQPAID-FILE                                            05710000
               KEY IS CHQPAID-KEY OF CHQPAID-FILE-REC                   05720000
               INVALID KEY                                              05730000
                   GO TO 3200-EXIT                                      05740000
           END-READ                                                     05750000
                                                                        05760000
           MOVE 'PAD' TO PPAYLOAD-LINE-REASON.                          05770000
       3200-EXIT.                                                       05780000
           EXIT.                                                        05790000
                                                                        05800000
      ******************************************************************05810000
      *  3300-LIST-CHEQUE - ADD THE ISSUED CHEQUE TO THE REGISTER.  A  *05820000
      *  SERIAL ALREADY LISTED, BY THIS FILE OR AN EARLIER ONE, IS     *05830000
      *  REJECTED RATHER THAN OVERWRITTEN.                             *05840000
      ******************************************************************05850000
       3300-LIST-CHEQUE.                                                05860000
           MOVE 'PPIS' TO PPAYISS-EYECATCHER OF PPAYISS-FILE-REC        05870000
           MOVE PPAYLOAD-DRAW-SORTCODE                                  05880000
               TO PPAYISS-SORTCODE OF PPAYISS-FILE-REC                  05890000
           MOVE PPAYLOAD-DRAW-ACCOUNT                                   05900000
               TO PPAYISS-ACCOUNT OF PPAYISS-FILE-REC                   05910000
           MOVE PPAYIN-DET-SERIAL                                       05920000
               TO PPAYISS-SERIAL OF PPAYISS-FILE-REC                    05930000
           MOVE PPAYIN-DET-AMOUNT                                       05940000
               TO PPAYISS-AMOUNT OF PPAYISS-FILE-REC                    05950000
           MOVE PPAYIN-DET-PAYEE                                        05960000
               TO PPAYISS-PAYEE OF PPAYISS-FILE-REC                     05970000
           MOVE PPAYIN-DET-ISSUE-DATE                                   05980000
               TO PPAYISS-ISSUE-DATE OF PPAYISS-FILE-REC                05990000
           MOVE PPAYLOAD-CURRENT-DATE                                   06000000
               TO PPAYISS-LOADED-DATE OF PPAYISS-FILE-REC               06010000
           SET PPAYISS-OUTSTANDING OF PPAYISS-FILE-REC TO TRUE          06020000
           MOVE PPAYLOAD-CURRENT-DATE                                   06030000
               TO PPAYISS-STATUS-DATE OF PPAYISS-FILE-REC               06040000
                                                                        06050000
           WRITE PPAYISS-FILE-REC                                       06060000
               INVALID KEY                                              06070000
                   MOVE 'DUP' TO PPAYLOAD-LINE-REASON                   06080000
                   GO TO 3300-EXIT                                      06090000
           END-WRITE                                                    06100000
                                                                        06110000
           ADD 1 TO PPAYLOAD-LISTED-COUNT.                              06120000
       3300-EXIT.                                                       06130000
           EXIT.                                                        06140000
                                                                        06150000
      ******************************************************************06160000
      *  3400-VOID-CHEQUE - MARK A LISTED CHEQUE VOIDED SO IT IS HELD  *06170000
      *  IF IT IS EVER PRESENTED.  ONE ALREADY PRESENTED HAS PAID AND  *06180000
      *  CANNOT BE VOIDED.                                             *06190000
      ******************************************************************06200000
       3400-VOID-CHEQUE.                                                06210000
           MOVE PPAYLOAD-DRAW-SORTCODE                                  06220000
               TO PPAYISS-SORTCODE OF PPAYISS-FILE-REC                  06230000
           MOVE PPAYLOAD-DRAW-ACCOUNT                                   06240000
               TO PPAYISS-ACCOUNT OF PPAYISS-FILE-REC                   06250000
           MOVE PPAYIN-DET-SERIAL                                       06260000
               TO PPAYISS-SERIAL OF PPAYISS-FILE-REC                    06270000
                                                                        06280000
           READ PPAYISS-FILE                                            06290000
               KEY IS PPAYISS-KEY OF PPAYISS-FILE-REC                   06300000
               INVALID KEY                                              06310000
                   MOVE 'NOL' TO PPAYLOAD-LINE-REASON                   06320000
                   GO TO 3400-EXIT                                      06330000
           END-READ                                                     06340000
                                                                        06350000
           IF PPAYISS-PRESENTED OF PPAYISS-FILE-REC                     06360000
               MOVE 'PRS' TO PPAYLOAD-LINE-REASON                       06370000
               GO TO 3400-EXIT                                          06380000
           END-IF                                                       06390000
                                                                        06400000
           SET PPAYISS-VOIDED OF PPAYISS-FILE-REC TO TRUE               06410000
           MOVE PPAYLOAD-CURRENT-DATE                                   06420000
               TO PPAYISS-STATUS-DATE OF PPAYISS-FILE-REC               06430000
                                                                        06440000
           REWRITE PPAYISS-FILE-REC                                     06450000
               INVALID KEY                                              06460000
                   DISPLAY 'PPAYLOAD - CRITICAL - REGISTER REWRITE '    06470000
                       'FAILED FOR ACCOUNT ' PPAYLOAD-DRAW-ACCOUNT      06480000
                       ', STATUS ' PPAYLOAD-PPAYISS-STATUS              06490000
                   GO TO 3400-EXIT                                      06500000
           END-REWRITE                                                  06510000
                                                                        06520000
           ADD 1 TO PPAYLOAD-VOIDED-COUNT.                              06530000
       3400-EXIT.                                                       06540000
           EXIT.                                                        06550000
                                                                        06560000
      ******************************************************************06570000
      *  3500-WRITE-DETAIL - ONE REPORT LINE PER CHEQUE LINE, WITH     *06580000
      *  THE REASON A REJECTED ONE WAS TURNED DOWN.                    *06590000
      ******************************************************************06600000
       3500-WRITE-DETAIL.                                               06610000
           IF PPAYLOAD-LINE-REASON = SPACES                             06620000
               MOVE 'LOADED' TO PPAYLOAD-DTL-STATUS                     06630000
           ELSE                                                         06640000
               MOVE 'REJECTED' TO PPAYLOAD-DTL-STATUS                   06650000
               ADD 1 TO PPAYLOAD-REJECTED-COUNT                         06660000
           END-IF                                                       06670000
                                                                        06680000
           MOVE PPAYLOAD-LINE-NO     TO PPAYLOAD-DTL-LINE-NO            06690000
           MOVE PPAYIN-DET-ACTION    TO PPAYLOAD-DTL-ACTION             06700000
           MOVE PPAYIN-DET-SERIAL    TO PPAYLOAD-DTL-SERIAL             06710000
           MOVE PPAYIN-DET-AMOUNT-X  TO PPAYLOAD-DTL-AMOUNT             06720000
           MOVE PPAYLOAD-LINE-REASON TO PPAYLOAD-DTL-REASON             06730000
           MOVE PPAYIN-DET-PAYEE     TO PPAYLOAD-DTL-PAYEE              06740000
                                                                        06750000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-DETAIL-LINE.               06760000
       3500-EXIT.                                                       06770000
           EXIT.                                                        06780000
                                                                        06790000
      ******************************************************************06800000
      *  5000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *06810000
      ******************************************************************06820000
       5000-PRINT-SUMMARY.                                              06830000
           MOVE SPACES TO PPAY-RPT-LINE                                 06840000
           WRITE PPAY-RPT-LINE                                          06850000
                                                                        06860000
           MOVE PPAYLOAD-LINE-COUNT TO PPAYLOAD-SUM-LINES               06870000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-SUMMARY-LINE-1             06880000
                                                                        06890000
           MOVE PPAYLOAD-LISTED-COUNT TO PPAYLOAD-SUM-LISTED            06900000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-SUMMARY-LINE-2             06910000
                                                                        06920000
           MOVE PPAYLOAD-VOIDED-COUNT TO PPAYLOAD-SUM-VOIDED            06930000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-SUMMARY-LINE-3             06940000
                                                                        06950000
           MOVE PPAYLOAD-REJECTED-COUNT TO PPAYLOAD-SUM-REJECTED        06960000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-SUMMARY-LINE-4             06970000
                                                                        06980000
           MOVE PPAYLOAD-HDR-TOTAL TO PPAYLOAD-SUM-HDR-TOTAL            06990000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-SUMMARY-LINE-5             07000000
                                                                        07010000
           MOVE PPAYLOAD-LINES-TOTAL TO PPAYLOAD-SUM-LINES-TOTAL        07020000
           WRITE PPAY-RPT-LINE FROM PPAYLOAD-SUMMARY-LINE-6.            07030000
       5000-EXIT.                                                       07040000
           EXIT.                                                        07050000
                                                                        07060000
      ******************************************************************07070000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *07080000
      ******************************************************************07090000
       9000-TERMINATE.                                                  07100000
           CLOSE ACCOUNT-FILE                                           07110000
           CLOSE CUSTOMER-FILE                                          07120000
           CLOSE CHQPAID-FILE                                           07130000
           CLOSE PPAYISS-FILE                                           07140000
           CLOSE PPAY-RPT                                               07150000
                                                                        07160000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              07170000
           MOVE PPAYLOAD-LINE-COUNT TO RUNCTL-REQ-COUNT                 07180000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          07190000
       9000-EXIT.                                                       07200000
           EXIT.                                                        07210000
                                                                        07220000
       9999-EXIT.                                                       07230000
           STOP RUN.                                                    07240000
