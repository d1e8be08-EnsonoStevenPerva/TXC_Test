      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    SDBARR.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  SDBARR - SAFE-DEPOSIT BOX RENTAL ARREARS REPORT               *00150000
      *                                                                *00160000
      *  FUNCTION : SWEEPS THE SAFE-DEPOSIT BOX REGISTER (COPYBOOK     *00170000
      *             SDBOX) AFTER THE MONTHLY FEE RUN AND LISTS EVERY   *00180000
      *             LET BOX WHOSE RENTAL FEECHG COULD NOT TAKE -       *00190000
      *             THE BRANCH, BOX, RENTER, RENTAL ACCOUNT, THE DATE  *00200000
      *             THE UNPAID RENTAL FELL DUE AND THE AMOUNT OWED -   *00210000
      *             SO THE BRANCH CAN CHASE IT.  A RENTAL ACCOUNT      *00220000
      *             THAT IS NO LONGER OPEN IS FLAGGED, AS IT WILL      *00230000
      *             NEVER PAY UNTIL THE RENTER NAMES ANOTHER.          *00240000
      *                                                                *00250000
      *  FILES    : SDBFILE  - VSAM KSDS - SAFE-DEPOSIT BOXES (INPUT)  *00260000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00270000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00280000
      *             SDBARPT  - RENTAL ARREARS REPORT (OUTPUT)          *00290000
      *                                                                *00300000
      *  CHANGE HISTORY                                                *00310000
      *  ----------------------------------------------------------    *00320000
      *  DATE        BY    DESCRIPTION                                 *00330000
      *  2026-10-15  BAG   INITIAL VERSION                             *00340000
      *                                                                *00350000
      ******************************************************************00360000
       ENVIRONMENT DIVISION.                                            00370000
       INPUT-OUTPUT SECTION.                                            00380000
       FILE-CONTROL.                                                    00390000
           SELECT SDBOX-FILE      ASSIGN TO SDBFILE                     00400000
                  ORGANIZATION IS INDEXED                               00410000
                  ACCESS MODE IS SEQUENTIAL                             00420000
                  RECORD KEY IS SDBOX-KEY OF SDBOX-FILE-REC             00430000
                  FILE STATUS IS SDBARR-SDBOX-STATUS.                   00440000
                                                                        00450000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00460000
                  ORGANIZATION IS INDEXED                               00470000
                  ACCESS MODE IS RANDOM                                 00480000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00490000
                  FILE STATUS IS SDBARR-ACCOUNT-STATUS.                 00500000
                                                                        00510000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00520000
                  ORGANIZATION IS INDEXED                               00530000
                  ACCESS MODE IS RANDOM                                 00540000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00550000
                  FILE STATUS IS SDBARR-CUSTOMER-STATUS.                00560000
                                                                        00570000
           SELECT ARREARS-RPT     ASSIGN TO SDBARPT                     00580000
                  ORGANIZATION IS LINE SEQUENTIAL                       00590000
                  FILE STATUS IS SDBARR-RPT-STATUS.                     00600000
                                                                        00610000
       DATA DIVISION.                                                   00620000
       FILE SECTION.                                                    00630000
       FD  SDBOX-FILE                                                   00640000
           RECORDING MODE IS F.                                         00650000
       01  SDBOX-FILE-REC.                                              00660000
           COPY SDBOX.                                                  00670000
                                                                        00680000
       FD  ACCOUNT-FILE                                                 00690000
           RECORDING MODE IS F.                                         00700000
       01  ACCOUNT-FILE-REC.                                            00710000
           COPY ACCOUNT.                                                00720000
                                                                        00730000
       FD  CUSTOMER-FILE                                                00740000
           RECORDING MODE IS F.                                         00750000
       01  CUSTOMER-FILE-REC.                                           00760000
           COPY CUSTOMER.                                               00770000
                                                                        00780000
       FD  ARREARS-RPT                                                  00790000
           RECORDING MODE IS F.                                         00800000
       01  ARREARS-RPT-LINE                PIC X(80).                   00810000
                                                                        00820000
       WORKING-STORAGE SECTION.                                         00830000
       01  SDBARR-WORK-AREA.                                            00840000
           05  SDBARR-SDBOX-STATUS         PIC XX.                      00850000
           05  SDBARR-ACCOUNT-STATUS       PIC XX.                      00860000
           05  SDBARR-CUSTOMER-STATUS      PIC XX.                      00870000
           05  SDBARR-RPT-STATUS           PIC XX.                      00880000
           05  SDBARR-EOF-SWITCH           PIC X     VALUE 'N'.         00890000
               88  SDBARR-AT-EOF                 VALUE 'Y'.             00900000
           05  SDBARR-CURRENT-DATE         PIC 9(8).                    00910000
           05  SDBARR-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00920000
           05  SDBARR-LET-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 00930000
           05  SDBARR-ARREARS-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00940000
           05  SDBARR-CLOSED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 00950000
           05  SDBARR-ARREARS-TOTAL        PIC S9(10)V99 VALUE ZERO.    00960000
                                                                        00970000
       01  SDBARR-HEADING-LINE.                                         00980000
           05  FILLER                      PIC X(36) VALUE              00990000
               'SAFE-DEPOSIT BOX RENTAL ARREARS AT '.                   01000000
           05  SDBARR-HDG-DATE             PIC 9(8).                    01010000
           05  FILLER                      PIC X(36) VALUE SPACES.      01020000
                                                                        01030000
       01  SDBARR-DETAIL-LINE.                                          01040000
           05  SDBARR-DTL-SORTCODE         PIC 9(6).                    01050000
           05  FILLER                      PIC X(1)  VALUE '-'.         01060000
           05  SDBARR-DTL-BOX              PIC 9(6).                    01070000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01080000
           05  SDBARR-DTL-CUSTOMER         PIC 9(10).                   01090000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01100000
           05  SDBARR-DTL-NAME             PIC X(18).                   01110000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01120000
           05  SDBARR-DTL-ACCOUNT          PIC 9(8).                    01130000
           05  SDBARR-DTL-ACCT-FLAG        PIC X(1).                    01140000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01150000
           05  SDBARR-DTL-SINCE            PIC 9(8).                    01160000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01170000
           05  SDBARR-DTL-AMOUNT           PIC Z(7)9.99.                01180000
           05  FILLER                      PIC X(5)  VALUE SPACES.      01190000
                                                                        01200000
       01  SDBARR-SUMMARY-LINE-1.                                       01210000
           05  FILLER                      PIC X(20) VALUE              01220000
               'BOXES ON REGISTER : '.                                  01230000
           05  SDBARR-SUM-READ             PIC Z(8)9.                   01240000
           05  FILLER                      PIC X(51) VALUE SPACES.      01250000
                                                                        01260000
       01  SDBARR-SUMMARY-LINE-2.                                       01270000
           05  FILLER                      PIC X(20) VALUE              01280000
               'BOXES LET         : '.                                  01290000
           05  SDBARR-SUM-LET              PIC Z(8)9.                   01300000
           05  FILLER                      PIC X(51) VALUE SPACES.      01310000
                                                                        01320000
       01  SDBARR-SUMMARY-LINE-3.                                       01330000
           05  FILLER                      PIC X(20) VALUE              01340000
               'BOXES IN ARREARS  : '.                                  01350000
           05  SDBARR-SUM-ARREARS          PIC Z(8)9.                   01360000
           05  FILLER                      PIC X(51) VALUE SPACES.      01370000
                                                                        01380000
       01  SDBARR-SUMMARY-LINE-4.                                       01390000
           05  FILLER                      PIC X(20) VALUE              01400000
               'ACCOUNT NOT OPEN  : '.                                  01410000
           05  SDBARR-SUM-CLOSED           PIC Z(8)9.                   01420000
           05  FILLER                      PIC X(51) VALUE SPACES.      01430000
                                                                        01440000
       01  SDBARR-SUMMARY-LINE-5.                                       01450000
           05  FILLER                      PIC X(20) VALUE              01460000
               'TOTAL ARREARS     : '.                                  01470000
           05  SDBARR-SUM-TOTAL            PIC Z(8)9.99.                01480000
           05  FILLER                      PIC X(48) VALUE SPACES.      01490000
                                                                        01500000
       01  RUNCTL-REQUEST-AREA.                                         01510000
           COPY RUNCTLQ.                                                01520000
                                                                        01530000
       01  BUSDATE-REQUEST-AREA.                                        01540000
           COPY BUSDATEQ.                                               01550000
                                                                        01560000
      ******************************************************************01570000
       PROCEDURE DIVISION.                                              01580000
      ******************************************************************01590000
       0000-MAINLINE.                                                   01600000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01610000
                                                                        01620000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        01630000
           PERFORM 2000-PROCESS-BOX                                     01640000
              UNTIL SDBARR-AT-EOF                                       01650000
                                                                        01660000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    01670000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01680000
           GO TO 9999-EXIT.                                             01690000
                                                                        01700000
      ******************************************************************01710000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *01720000
      *  DATE, OPEN THE FILES AND HEAD THE REPORT.                     *01730000
      ******************************************************************01740000
       1000-INITIALIZE.                                                 01750000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01760000
           MOVE 'SDBARR' TO RUNCTL-REQ-JOB                              01770000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01780000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01790000
           IF RUNCTL-HELD                                               01800000
               DISPLAY 'SDBARR - HELD - PREDECESSOR NOT COMPLETE'       01810000
               STOP RUN                                                 01820000
           END-IF                                                       01830000
                                                                        01840000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01850000
           MOVE BUSDATE-REQ-CURRENT TO SDBARR-CURRENT-DATE              01860000
                                                                        01870000
           OPEN INPUT  SDBOX-FILE                                       01880000
           OPEN INPUT  ACCOUNT-FILE                                     01890000
           OPEN INPUT  CUSTOMER-FILE                                    01900000
           OPEN OUTPUT ARREARS-RPT                                      01910000
                                                                        01920000
           MOVE SDBARR-CURRENT-DATE TO SDBARR-HDG-DATE                  01930000
           WRITE ARREARS-RPT-LINE FROM SDBARR-HEADING-LINE              01940000
           MOVE SPACES TO ARREARS-RPT-LINE                              01950000
           WRITE ARREARS-RPT-LINE.                                      01960000
       1000-EXIT.                                                       01970000
           EXIT.                                                        01980000
                                                                        01990000
      ******************************************************************02000000
      *  2000-PROCESS-BOX - LIST A LET BOX CARRYING ARREARS, THEN READ *02010000
      *  THE NEXT BOX.                                                 *02020000
      ******************************************************************02030000
       2000-PROCESS-BOX.                                                02040000
           IF SDBOX-LET OF SDBOX-FILE-REC                               02050000
               ADD 1 TO SDBARR-LET-COUNT                                02060000
               IF SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC > ZERO         02070000
                   PERFORM 2200-LIST-ARREARS THRU 2200-EXIT             02080000
               END-IF                                                   02090000
           END-IF                                                       02100000
                                                                        02110000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       02120000
                                                                        02130000
      ******************************************************************02140000
      *  2100-READ-NEXT - READ THE NEXT BOX.                           *02150000
      ******************************************************************02160000
       2100-READ-NEXT.                                                  02170000
           READ SDBOX-FILE NEXT RECORD                                  02180000
               AT END                                                   02190000
                   SET SDBARR-AT-EOF TO TRUE                            02200000
                   GO TO 2100-EXIT                                      02210000
           END-READ                                                     02220000
                                                                        02230000
           ADD 1 TO SDBARR-READ-COUNT.                                  02240000
       2100-EXIT.                                                       02250000
           EXIT.                                                        02260000
                                                                        02270000
      ******************************************************************02280000
      *  2200-LIST-ARREARS - ONE BOX IN ARREARS, WITH THE RENTER'S     *02290000
      *  NAME AND A '*' AGAINST A RENTAL ACCOUNT NO LONGER OPEN.       *02300000
      ******************************************************************02310000
       2200-LIST-ARREARS.                                               02320000
           ADD 1 TO SDBARR-ARREARS-COUNT                                02330000
           ADD SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC                   02340000
               TO SDBARR-ARREARS-TOTAL                                  02350000
                                                                        02360000
           MOVE SDBOX-SORTCODE OF SDBOX-FILE-REC TO SDBARR-DTL-SORTCODE 02370000
           MOVE SDBOX-NUMBER OF SDBOX-FILE-REC TO SDBARR-DTL-BOX        02380000
           MOVE SDBOX-CUSTOMER-NUMBER OF SDBOX-FILE-REC                 02390000
               TO SDBARR-DTL-CUSTOMER                                   02400000
           MOVE SDBOX-RENTAL-ACCOUNT OF SDBOX-FILE-REC                  02410000
               TO SDBARR-DTL-ACCOUNT                                    02420000
           MOVE SDBOX-ARREARS-SINCE OF SDBOX-FILE-REC                   02430000
               TO SDBARR-DTL-SINCE                                      02440000
           MOVE SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC                  02450000
               TO SDBARR-DTL-AMOUNT                                     02460000
                                                                        02470000
           MOVE SDBOX-SORTCODE OF SDBOX-FILE-REC                        02480000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                02490000
           MOVE SDBOX-CUSTOMER-NUMBER OF SDBOX-FILE-REC                 02500000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  02510000
           READ CUSTOMER-FILE                                           02520000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 02530000
               INVALID KEY                                              02540000
                   MOVE 'NOT ON FILE' TO CUSTOMER-NAME                  02550000
                                         OF CUSTOMER-FILE-REC           02560000
           END-READ                                                     02570000
           MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC TO SDBARR-DTL-NAME   02580000
                                                                        02590000
           MOVE SPACE TO SDBARR-DTL-ACCT-FLAG                           02600000
           MOVE SDBOX-SORTCODE OF SDBOX-FILE-REC                        02610000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  02620000
           MOVE SDBOX-RENTAL-ACCOUNT OF SDBOX-FILE-REC                  02630000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    02640000
           READ ACCOUNT-FILE                                            02650000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   02660000
               INVALID KEY                                              02670000
                   MOVE 'C' TO ACCOUNT-STATUS-FLAG OF ACCOUNT-FILE-REC  02680000
           END-READ                                                     02690000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      02700000
               MOVE '*' TO SDBARR-DTL-ACCT-FLAG                         02710000
               ADD 1 TO SDBARR-CLOSED-COUNT                             02720000
           END-IF                                                       02730000
                                                                        02740000
           WRITE ARREARS-RPT-LINE FROM SDBARR-DETAIL-LINE.              02750000
       2200-EXIT.                                                       02760000
           EXIT.                                                        02770000
                                                                        02780000
      ******************************************************************02790000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *02800000
      ******************************************************************02810000
       4000-PRINT-SUMMARY.                                              02820000
           MOVE SPACES TO ARREARS-RPT-LINE                              02830000
           WRITE ARREARS-RPT-LINE                                       02840000
                                                                        02850000
           MOVE SDBARR-READ-COUNT TO SDBARR-SUM-READ                    02860000
           WRITE ARREARS-RPT-LINE FROM SDBARR-SUMMARY-LINE-1            02870000
                                                                        02880000
           MOVE SDBARR-LET-COUNT TO SDBARR-SUM-LET                      02890000
           WRITE ARREARS-RPT-LINE FROM SDBARR-SUMMARY-LINE-2            02900000
                                                                        02910000
           MOVE SDBARR-ARREARS-COUNT TO SDBARR-SUM-ARREARS              02920000
           WRITE ARREARS-RPT-LINE FROM SDBARR-SUMMARY-LINE-3            02930000
                                                                        02940000
           MOVE SDBARR-CLOSED-COUNT TO SDBARR-SUM-CLOSED                02950000
           WRITE ARREARS-RPT-LINE FROM SDBARR-SUMMARY-LINE-4            02960000
                                                                        02970000
           MOVE SDBARR-ARREARS-TOTAL TO SDBARR-SUM-TOTAL                02980000
           WRITE ARREARS-RPT-LINE FROM SDBARR-SUMMARY-LINE-5.           02990000
       4000-EXIT.                                                       03000000
           EXIT.                                                        03010000
                                                                        03020000
      ******************************************************************03030000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *03040000
      ******************************************************************03050000
       9000-TERMINATE.                                                  03060000
           CLOSE SDBOX-FILE                                             03070000
           CLOSE ACCOUNT-FILE                                           03080000
           CLOSE CUSTOMER-FILE                                          03090000
           CLOSE ARREARS-RPT                                            03100000
                                                                        03110000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              03120000
           MOVE SDBARR-ARREARS-COUNT TO RUNCTL-REQ-COUNT                03130000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          03140000
       9000-EXIT.                                                       03150000
           EXIT.                                                        03160000
                                                                        03170000
       9999-EXIT.                                                       03180000
           STOP RUN.                                                    03190000
