      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    TDBRPT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  TDBRPT - TERM DEPOSIT EARLY WITHDRAWAL REPORT                 *00150000
      *                                                                *00160000
      *  FUNCTION : SWEEPS THE TRANSACTION LOG FOR THE REPORT MONTH    *00170000
      *             NAMED ON SYSIN (YYYYMM, DEFAULT THE CURRENT        *00180000
      *             BUSINESS MONTH) AND LISTS EVERY TERM DEPOSIT       *00190000
      *             BROKEN BEFORE MATURITY (TDB), EVERY PARTIAL        *00200000
      *             WITHDRAWAL (TDW) AND EVERY BREAKAGE PENALTY THE    *00210000
      *             BANK KEPT (TDX), ALL WRITTEN BY TDOPEN.  THE       *00220000
      *             SUMMARY GIVES THE DEPOSITS BROKEN AND THE          *00230000
      *             WITHDRAWALS MADE WITH THE PROCEEDS PAID OUT, AND   *00240000
      *             THE PENALTY INCOME EARNED FOR THE MONTH.           *00250000
      *                                                                *00260000
      *  FILES    : PROCTRAN - VSAM KSDS - TRANSACTION LOG (INPUT)     *00270000
      *             SYSIN    - PARAMETER FILE - REPORT MONTH (YYYYMM)  *00280000
      *             TDBRRPT  - EARLY WITHDRAWAL REPORT (OUTPUT)        *00290000
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
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00400000
                  ORGANIZATION IS INDEXED                               00410000
                  ACCESS MODE IS SEQUENTIAL                             00420000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00430000
                  FILE STATUS IS TDBRPT-PROCTRAN-STATUS.                00440000
                                                                        00450000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00460000
                  ORGANIZATION IS LINE SEQUENTIAL                       00470000
                  FILE STATUS IS TDBRPT-PARM-STATUS.                    00480000
                                                                        00490000
           SELECT BREAK-RPT       ASSIGN TO TDBRRPT                     00500000
                  ORGANIZATION IS LINE SEQUENTIAL                       00510000
                  FILE STATUS IS TDBRPT-RPT-STATUS.                     00520000
                                                                        00530000
       DATA DIVISION.                                                   00540000
       FILE SECTION.                                                    00550000
       FD  PROCTRAN-FILE                                                00560000
           RECORDING MODE IS F.                                         00570000
       01  PROCTRAN-FILE-REC.                                           00580000
           COPY PROCTRAN.                                               00590000
                                                                        00600000
       FD  PARAMETER-FILE                                               00610000
           RECORDING MODE IS F.                                         00620000
       01  PARAMETER-FILE-REC              PIC X(80).                   00630000
                                                                        00640000
       FD  BREAK-RPT                                                    00650000
           RECORDING MODE IS F.                                         00660000
       01  BREAK-RPT-LINE                  PIC X(80).                   00670000
                                                                        00680000
       WORKING-STORAGE SECTION.                                         00690000
       01  TDBRPT-WORK-AREA.                                            00700000
           05  TDBRPT-PROCTRAN-STATUS      PIC XX.                      00710000
           05  TDBRPT-PARM-STATUS          PIC XX.                      00720000
           05  TDBRPT-RPT-STATUS           PIC XX.                      00730000
           05  TDBRPT-EOF-SWITCH           PIC X     VALUE 'N'.         00740000
               88  TDBRPT-AT-EOF                 VALUE 'Y'.             00750000
           05  TDBRPT-CURRENT-DATE         PIC 9(8).                    00760000
           05  TDBRPT-REPORT-MONTH         PIC 9(6)  VALUE ZERO.        00770000
           05  TDBRPT-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00780000
           05  TDBRPT-BROKEN-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 00790000
           05  TDBRPT-PARTIAL-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00800000
           05  TDBRPT-PENALTY-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00810000
           05  TDBRPT-BROKEN-TOTAL         PIC S9(10)V99 VALUE ZERO.    00820000
           05  TDBRPT-PARTIAL-TOTAL        PIC S9(10)V99 VALUE ZERO.    00830000
           05  TDBRPT-PENALTY-TOTAL        PIC S9(10)V99 VALUE ZERO.    00840000
           05  TDBRPT-LISTED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 00850000
                                                                        00860000
       01  TDBRPT-PARM-REDEF.                                           00870000
           05  TDBRPT-PARM-TEXT            PIC X(6).                    00880000
           05  FILLER                      PIC X(74).                   00890000
                                                                        00900000
       01  TDBRPT-HEADING-LINE.                                         00910000
           05  FILLER                      PIC X(40) VALUE              00920000
               'TERM DEPOSIT EARLY WITHDRAWALS - MONTH '.               00930000
           05  TDBRPT-HDG-MONTH            PIC 9(6).                    00940000
           05  FILLER                      PIC X(34) VALUE SPACES.      00950000
                                                                        00960000
       01  TDBRPT-DETAIL-LINE.                                          00970000
           05  TDBRPT-DTL-SORTCODE         PIC 9(6).                    00980000
           05  FILLER                      PIC X(1)  VALUE '-'.         00990000
           05  TDBRPT-DTL-ACCOUNT          PIC 9(8).                    01000000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01010000
           05  TDBRPT-DTL-DATE             PIC 9(8).                    01020000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01030000
           05  TDBRPT-DTL-TYPE             PIC X(3).                    01040000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01050000
           05  TDBRPT-DTL-DESC             PIC X(26).                   01060000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01070000
           05  TDBRPT-DTL-OTHER            PIC 9(8).                    01080000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01090000
           05  TDBRPT-DTL-AMOUNT           PIC Z(9)9.99.                01100000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01110000
                                                                        01120000
       01  TDBRPT-SUMMARY-LINE-1.                                       01130000
           05  FILLER                      PIC X(22) VALUE              01140000
               'DEPOSITS BROKEN     : '.                                01150000
           05  TDBRPT-SUM-BROKEN           PIC Z(8)9.                   01160000
           05  FILLER                      PIC X(12) VALUE              01170000
               '  PAID OUT '.                                           01180000
           05  TDBRPT-SUM-BROKEN-AMT       PIC Z(9)9.99.                01190000
           05  FILLER                      PIC X(24) VALUE SPACES.      01200000
                                                                        01210000
       01  TDBRPT-SUMMARY-LINE-2.                                       01220000
           05  FILLER                      PIC X(22) VALUE              01230000
               'PARTIAL WITHDRAWALS : '.                                01240000
           05  TDBRPT-SUM-PARTIAL          PIC Z(8)9.                   01250000
           05  FILLER                      PIC X(12) VALUE              01260000
               '  PAID OUT '.                                           01270000
           05  TDBRPT-SUM-PARTIAL-AMT      PIC Z(9)9.99.                01280000
           05  FILLER                      PIC X(24) VALUE SPACES.      01290000
                                                                        01300000
       01  TDBRPT-SUMMARY-LINE-3.                                       01310000
           05  FILLER                      PIC X(22) VALUE              01320000
               'PENALTIES CHARGED   : '.                                01330000
           05  TDBRPT-SUM-PENALTY          PIC Z(8)9.                   01340000
           05  FILLER                      PIC X(12) VALUE              01350000
               '  INCOME   '.                                           01360000
           05  TDBRPT-SUM-PENALTY-AMT      PIC Z(9)9.99.                01370000
           05  FILLER                      PIC X(24) VALUE SPACES.      01380000
                                                                        01390000
       01  RUNCTL-REQUEST-AREA.                                         01400000
           COPY RUNCTLQ.                                                01410000
                                                                        01420000
       01  BUSDATE-REQUEST-AREA.                                        01430000
           COPY BUSDATEQ.                                               01440000
                                                                        01450000
      ******************************************************************01460000
       PROCEDURE DIVISION.                                              01470000
      ******************************************************************01480000
       0000-MAINLINE.                                                   01490000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01500000
                                                                        01510000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        01520000
           PERFORM 2000-PROCESS-TRAN                                    01530000
              UNTIL TDBRPT-AT-EOF                                       01540000
                                                                        01550000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    01560000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01570000
           GO TO 9999-EXIT.                                             01580000
                                                                        01590000
      ******************************************************************01600000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *01610000
      *  DATE, ESTABLISH THE REPORT MONTH FROM SYSIN, OPEN THE FILES   *01620000
      *  AND HEAD THE REPORT.                                          *01630000
      ******************************************************************01640000
       1000-INITIALIZE.                                                 01650000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01660000
           MOVE 'TDBRPT' TO RUNCTL-REQ-JOB                              01670000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01680000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01690000
           IF RUNCTL-HELD                                               01700000
               DISPLAY 'TDBRPT - HELD - PREDECESSOR NOT COMPLETE'       01710000
               STOP RUN                                                 01720000
           END-IF                                                       01730000
                                                                        01740000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01750000
           MOVE BUSDATE-REQ-CURRENT TO TDBRPT-CURRENT-DATE              01760000
           MOVE TDBRPT-CURRENT-DATE(1:6) TO TDBRPT-REPORT-MONTH         01770000
                                                                        01780000
           OPEN INPUT  PARAMETER-FILE                                   01790000
           READ PARAMETER-FILE INTO TDBRPT-PARM-REDEF                   01800000
               AT END                                                   01810000
                   CONTINUE                                             01820000
           END-READ                                                     01830000
                                                                        01840000
           IF TDBRPT-PARM-TEXT IS NUMERIC                               01850000
              AND TDBRPT-PARM-TEXT NOT = '000000'                       01860000
               MOVE TDBRPT-PARM-TEXT TO TDBRPT-REPORT-MONTH             01870000
           END-IF                                                       01880000
           CLOSE PARAMETER-FILE                                         01890000
                                                                        01900000
           OPEN INPUT  PROCTRAN-FILE                                    01910000
           OPEN OUTPUT BREAK-RPT                                        01920000
                                                                        01930000
           MOVE TDBRPT-REPORT-MONTH TO TDBRPT-HDG-MONTH                 01940000
           WRITE BREAK-RPT-LINE FROM TDBRPT-HEADING-LINE                01950000
           MOVE SPACES TO BREAK-RPT-LINE                                01960000
           WRITE BREAK-RPT-LINE.                                        01970000
       1000-EXIT.                                                       01980000
           EXIT.                                                        01990000
                                                                        02000000
      ******************************************************************02010000
      *  2000-PROCESS-TRAN - LIST A BREAK, PARTIAL WITHDRAWAL OR       *02020000
      *  BREAKAGE PENALTY FROM THE REPORT MONTH, THEN READ THE NEXT    *02030000
      *  ENTRY.                                                        *02040000
      ******************************************************************02050000
       2000-PROCESS-TRAN.                                               02060000
           IF NOT PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC      02070000
              AND PROC-TRAN-DATE OF PROCTRAN-FILE-REC (1:6)             02080000
                  = TDBRPT-REPORT-MONTH                                 02090000
               IF PROC-TY-TERM-DEPOSIT-BROKEN OF PROCTRAN-FILE-REC      02100000
                  OR PROC-TY-TERM-DEPOSIT-PART-WDL OF PROCTRAN-FILE-REC 02110000
                  OR PROC-TY-TERM-DEPOSIT-PENALTY OF PROCTRAN-FILE-REC  02120000
                   PERFORM 2200-LIST-ENTRY THRU 2200-EXIT               02130000
               END-IF                                                   02140000
           END-IF                                                       02150000
                                                                        02160000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       02170000
                                                                        02180000
      ******************************************************************02190000
      *  2100-READ-NEXT - READ THE NEXT TRANSACTION LOG ENTRY.         *02200000
      ******************************************************************02210000
       2100-READ-NEXT.                                                  02220000
           READ PROCTRAN-FILE NEXT RECORD                               02230000
               AT END                                                   02240000
                   SET TDBRPT-AT-EOF TO TRUE                            02250000
                   GO TO 2100-EXIT                                      02260000
           END-READ                                                     02270000
                                                                        02280000
           ADD 1 TO TDBRPT-READ-COUNT.                                  02290000
       2100-EXIT.                                                       02300000
           EXIT.                                                        02310000
                                                                        02320000
      ******************************************************************02330000
      *  2200-LIST-ENTRY - ONE ENTRY, ADDED TO ITS TOTAL.  A TDB OR    *02340000
      *  TDW ROW IS AGAINST THE LINKED ACCOUNT WITH THE DEPOSIT AS     *02350000
      *  COUNTERPARTY; A TDX ROW IS AGAINST THE DEPOSIT WITH THE       *02360000
      *  LINKED ACCOUNT AS COUNTERPARTY.                               *02370000
      ******************************************************************02380000
       2200-LIST-ENTRY.                                                 02390000
           EVALUATE TRUE                                                02400000
               WHEN PROC-TY-TERM-DEPOSIT-BROKEN OF PROCTRAN-FILE-REC    02410000
                   ADD 1 TO TDBRPT-BROKEN-COUNT                         02420000
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            02430000
                       TO TDBRPT-BROKEN-TOTAL                           02440000
               WHEN PROC-TY-TERM-DEPOSIT-PART-WDL OF PROCTRAN-FILE-REC  02450000
                   ADD 1 TO TDBRPT-PARTIAL-COUNT                        02460000
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            02470000
                       TO TDBRPT-PARTIAL-TOTAL                          02480000
               WHEN OTHER                                               02490000
                   ADD 1 TO TDBRPT-PENALTY-COUNT                        02500000
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            02510000
                       TO TDBRPT-PENALTY-TOTAL                          02520000
           END-EVALUATE                                                 02530000
           ADD 1 TO TDBRPT-LISTED-COUNT                                 02540000
                                                                        02550000
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                02560000
               TO TDBRPT-DTL-SORTCODE                                   02570000
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           02580000
               TO TDBRPT-DTL-ACCOUNT                                    02590000
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO TDBRPT-DTL-DATE  02600000
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO TDBRPT-DTL-TYPE  02610000
           MOVE PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC          02620000
               TO TDBRPT-DTL-DESC                                       02630000
           MOVE PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC         02640000
               TO TDBRPT-DTL-OTHER                                      02650000
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   02660000
               TO TDBRPT-DTL-AMOUNT                                     02670000
                                                                        02680000
           WRITE BREAK-RPT-LINE FROM TDBRPT-DETAIL-LINE.                02690000
       2200-EXIT.                                                       02700000
           EXIT.                                                        02710000
                                                                        02720000
      ******************************************************************02730000
      *  4000-PRINT-SUMMARY - WRITE THE MONTH'S TOTALS.                *02740000
      ******************************************************************02750000
       4000-PRINT-SUMMARY.                                              02760000
           MOVE SPACES TO BREAK-RPT-LINE                                02770000
           WRITE BREAK-RPT-LINE                                         02780000
                                                                        02790000
           MOVE TDBRPT-BROKEN-COUNT TO TDBRPT-SUM-BROKEN                02800000
           MOVE TDBRPT-BROKEN-TOTAL TO TDBRPT-SUM-BROKEN-AMT            02810000
           WRITE BREAK-RPT-LINE FROM TDBRPT-SUMMARY-LINE-1              02820000
                                                                        02830000
           MOVE TDBRPT-PARTIAL-COUNT TO TDBRPT-SUM-PARTIAL              02840000
           MOVE TDBRPT-PARTIAL-TOTAL TO TDBRPT-SUM-PARTIAL-AMT          02850000
           WRITE BREAK-RPT-LINE FROM TDBRPT-SUMMARY-LINE-2              02860000
                                                                        02870000
           MOVE TDBRPT-PENALTY-COUNT TO TDBRPT-SUM-PENALTY              02880000
           MOVE TDBRPT-PENALTY-TOTAL TO TDBRPT-SUM-PENALTY-AMT          02890000
           WRITE BREAK-RPT-LINE FROM TDBRPT-SUMMARY-LINE-3.             02900000
       4000-EXIT.                                                       02910000
           EXIT.                                                        02920000
                                                                        02930000
      ******************************************************************02940000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *02950000
      ******************************************************************02960000
       9000-TERMINATE.                                                  02970000
           CLOSE PROCTRAN-FILE                                          02980000
           CLOSE BREAK-RPT                                              02990000
                                                                        03000000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              03010000
           MOVE TDBRPT-LISTED-COUNT TO RUNCTL-REQ-COUNT                 03020000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          03030000
       9000-EXIT.                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
       9999-EXIT.                                                       03070000
           STOP RUN.                                                    03080000
