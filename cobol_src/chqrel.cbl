      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CHQREL.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CHQREL - NIGHTLY UNCLEARED-CHEQUE RELEASE                     *00150000
      *                                                                *00160000
      *  FUNCTION : READS THE UNCLEARED-CHEQUE FILE (COPYBOOK          *00170000
      *             UNCLRCHQ) WRITTEN BY CHQCLR AND MARKS CLEARED      *00180000
      *             EVERY CHEQUE STILL HELD UNCLEARED WHOSE CLEAR      *00190000
      *             DATE HAS BEEN REACHED BY THE BUSINESS DATE.  THE   *00200000
      *             CREDIT IS ALREADY IN THE LEDGER BALANCE, SO        *00210000
      *             CLEARING THE ROW IS ALL IT TAKES TO MAKE THE       *00220000
      *             FUNDS AVAILABLE TO THE DEBIT PATHS.                *00230000
      *                                                                *00240000
      *             ROWS ALREADY CLEARED OR RETURNED ARE LEFT AS       *00250000
      *             THEY ARE, AS ARE UNCLEARED ROWS NOT YET DUE.       *00260000
      *             EACH RELEASE IS LISTED ON THE REPORT.              *00270000
      *                                                                *00280000
      *  FILES    : UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (I-O)     *00290000
      *             CHQRLRPT - CHEQUE RELEASE REPORT (OUTPUT)          *00300000
      *                                                                *00310000
      *  CHANGE HISTORY                                                *00320000
      *  ----------------------------------------------------------    *00330000
      *  DATE        BY    DESCRIPTION                                 *00340000
      *  2026-10-15  BAG   INITIAL VERSION                             *00350000
      *                                                                *00360000
      ******************************************************************00370000
       ENVIRONMENT DIVISION.                                            00380000
       INPUT-OUTPUT SECTION.                                            00390000
       FILE-CONTROL.                                                    00400000
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    00410000
                  ORGANIZATION IS INDEXED                               00420000
                  ACCESS MODE IS SEQUENTIAL                             00430000
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        00440000
                  FILE STATUS IS CHQREL-UNCLEAR-STATUS.                 00450000
                                                                        00460000
           SELECT RELEASE-RPT     ASSIGN TO CHQRLRPT                    00470000
                  ORGANIZATION IS LINE SEQUENTIAL                       00480000
                  FILE STATUS IS CHQREL-RPT-STATUS.                     00490000
                                                                        00500000
       DATA DIVISION.                                                   00510000
       FILE SECTION.                                                    00520000
       FD  UNCLEAR-FILE                                                 00530000
           RECORDING MODE IS F.                                         00540000
       01  UNCLEAR-FILE-REC.                                            00550000
           COPY UNCLRCHQ.                                               00560000
                                                                        00570000
       FD  RELEASE-RPT                                                  00580000
           RECORDING MODE IS F.                                         00590000
       01  RELEASE-RPT-LINE                  PIC X(80).                 00600000
                                                                        00610000
       WORKING-STORAGE SECTION.                                         00620000
       01  CHQREL-WORK-AREA.                                            00630000
           05  CHQREL-UNCLEAR-STATUS       PIC XX.                      00640000
           05  CHQREL-RPT-STATUS           PIC XX.                      00650000
           05  CHQREL-EOF-SWITCH           PIC X     VALUE 'N'.         00660000
               88  CHQREL-AT-EOF                 VALUE 'Y'.             00670000
           05  CHQREL-CURRENT-DATE         PIC 9(8).                    00680000
           05  CHQREL-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00690000
           05  CHQREL-RELEASED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 00700000
           05  CHQREL-HELD-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00710000
           05  CHQREL-RELEASED-AMOUNT      PIC S9(13)V99 COMP-3         00720000
                                                     VALUE ZERO.        00730000
           05  CHQREL-HELD-AMOUNT          PIC S9(13)V99 COMP-3         00740000
                                                     VALUE ZERO.        00750000
                                                                        00760000
       01  CHQREL-DETAIL-LINE.                                          00770000
           05  CHQREL-DTL-SORTCODE         PIC 9(6).                    00780000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00790000
           05  CHQREL-DTL-ACCOUNT          PIC 9(8).                    00800000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00810000
           05  CHQREL-DTL-CHEQUE           PIC 9(10).                   00820000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00830000
           05  CHQREL-DTL-PAID-IN          PIC 9(8).                    00840000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00850000
           05  CHQREL-DTL-CLEAR            PIC 9(8).                    00860000
           05  FILLER                      PIC X(2)  VALUE SPACES.      00870000
           05  CHQREL-DTL-AMOUNT           PIC Z(9)9.99-.               00880000
           05  FILLER                      PIC X(16) VALUE SPACES.      00890000
                                                                        00900000
       01  CHQREL-SUMMARY-LINE-1.                                       00910000
           05  FILLER                      PIC X(20) VALUE              00920000
               'ROWS READ         : '.                                  00930000
           05  CHQREL-SUM-READ             PIC Z(8)9.                   00940000
           05  FILLER                      PIC X(51) VALUE SPACES.      00950000
                                                                        00960000
       01  CHQREL-SUMMARY-LINE-2.                                       00970000
           05  FILLER                      PIC X(20) VALUE              00980000
               'CHEQUES RELEASED  : '.                                  00990000
           05  CHQREL-SUM-RELEASED         PIC Z(8)9.                   01000000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01010000
           05  CHQREL-SUM-REL-AMOUNT       PIC Z(12)9.99-.              01020000
           05  FILLER                      PIC X(32) VALUE SPACES.      01030000
                                                                        01040000
       01  CHQREL-SUMMARY-LINE-3.                                       01050000
           05  FILLER                      PIC X(20) VALUE              01060000
               'STILL UNCLEARED   : '.                                  01070000
           05  CHQREL-SUM-HELD             PIC Z(8)9.                   01080000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01090000
           05  CHQREL-SUM-HELD-AMOUNT      PIC Z(12)9.99-.              01100000
           05  FILLER                      PIC X(32) VALUE SPACES.      01110000
                                                                        01120000
       01  RUNCTL-REQUEST-AREA.                                         01130000
           COPY RUNCTLQ.                                                01140000
                                                                        01150000
       01  BUSDATE-REQUEST-AREA.                                        01160000
           COPY BUSDATEQ.                                               01170000
                                                                        01180000
      ******************************************************************01190000
       PROCEDURE DIVISION.                                              01200000
      ******************************************************************01210000
       0000-MAINLINE.                                                   01220000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01230000
                                                                        01240000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        01250000
           PERFORM 2000-PROCESS-ROW                                     01260000
              UNTIL CHQREL-AT-EOF                                       01270000
                                                                        01280000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    01290000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01300000
           GO TO 9999-EXIT.                                             01310000
                                                                        01320000
      ******************************************************************01330000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *01340000
      *  DATE AND OPEN THE FILES.                                      *01350000
      ******************************************************************01360000
       1000-INITIALIZE.                                                 01370000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01380000
           MOVE 'CHQREL' TO RUNCTL-REQ-JOB                              01390000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01400000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01410000
           IF RUNCTL-HELD                                               01420000
               DISPLAY 'CHQREL - HELD - PREDECESSOR NOT COMPLETE'       01430000
               STOP RUN                                                 01440000
           END-IF                                                       01450000
                                                                        01460000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01470000
           MOVE BUSDATE-REQ-CURRENT TO CHQREL-CURRENT-DATE              01480000
                                                                        01490000
           OPEN I-O    UNCLEAR-FILE                                     01500000
           OPEN OUTPUT RELEASE-RPT.                                     01510000
       1000-EXIT.                                                       01520000
           EXIT.                                                        01530000
                                                                        01540000
      ******************************************************************01550000
      *  2000-PROCESS-ROW - RELEASE ONE UNCLEARED CHEQUE THAT HAS      *01560000
      *  REACHED ITS CLEAR DATE, THEN READ THE NEXT ROW.               *01570000
      ******************************************************************01580000
       2000-PROCESS-ROW.                                                01590000
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    01600000
               IF UNCLRCHQ-CLEAR-DATE OF UNCLEAR-FILE-REC               01610000
                  NOT > CHQREL-CURRENT-DATE                             01620000
                   PERFORM 2200-RELEASE-CHEQUE THRU 2200-EXIT           01630000
               ELSE                                                     01640000
                   ADD 1 TO CHQREL-HELD-COUNT                           01650000
                   ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC              01660000
                       TO CHQREL-HELD-AMOUNT                            01670000
               END-IF                                                   01680000
           END-IF                                                       01690000
                                                                        01700000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       01710000
                                                                        01720000
      ******************************************************************01730000
      *  2100-READ-NEXT - READ THE NEXT UNCLEARED-CHEQUE ROW.          *01740000
      ******************************************************************01750000
       2100-READ-NEXT.                                                  01760000
           READ UNCLEAR-FILE NEXT RECORD                                01770000
               AT END                                                   01780000
                   SET CHQREL-AT-EOF TO TRUE                            01790000
                   GO TO 2100-EXIT                                      01800000
           END-READ                                                     01810000
                                                                        01820000
           ADD 1 TO CHQREL-READ-COUNT.                                  01830000
       2100-EXIT.                                                       01840000
           EXIT.                                                        01850000
                                                                        01860000
      ******************************************************************01870000
      *  2200-RELEASE-CHEQUE - MARK THE ROW CLEARED AND LIST IT.       *01880000
      ******************************************************************01890000
       2200-RELEASE-CHEQUE.                                             01900000
           SET UNCLRCHQ-CLEARED OF UNCLEAR-FILE-REC TO TRUE             01910000
           MOVE CHQREL-CURRENT-DATE                                     01920000
               TO UNCLRCHQ-STATUS-DATE OF UNCLEAR-FILE-REC              01930000
           REWRITE UNCLEAR-FILE-REC                                     01940000
               INVALID KEY                                              01950000
                   DISPLAY 'CHQREL - CRITICAL - REWRITE FAILED FOR '    01960000
                       'ACCOUNT ' UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC   01970000
                       ', STATUS ' CHQREL-UNCLEAR-STATUS                01980000
                   GO TO 2200-EXIT                                      01990000
           END-REWRITE                                                  02000000
                                                                        02010000
           ADD 1 TO CHQREL-RELEASED-COUNT                               02020000
           ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                      02030000
               TO CHQREL-RELEASED-AMOUNT                                02040000
                                                                        02050000
           MOVE UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                   02060000
               TO CHQREL-DTL-SORTCODE                                   02070000
           MOVE UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                     02080000
               TO CHQREL-DTL-ACCOUNT                                    02090000
           MOVE UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC              02100000
               TO CHQREL-DTL-CHEQUE                                     02110000
           MOVE UNCLRCHQ-PAID-IN-DATE OF UNCLEAR-FILE-REC               02120000
               TO CHQREL-DTL-PAID-IN                                    02130000
           MOVE UNCLRCHQ-CLEAR-DATE OF UNCLEAR-FILE-REC                 02140000
               TO CHQREL-DTL-CLEAR                                      02150000
           MOVE UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                     02160000
               TO CHQREL-DTL-AMOUNT                                     02170000
           WRITE RELEASE-RPT-LINE FROM CHQREL-DETAIL-LINE.              02180000
       2200-EXIT.                                                       02190000
           EXIT.                                                        02200000
                                                                        02210000
      ******************************************************************02220000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *02230000
      ******************************************************************02240000
       4000-PRINT-SUMMARY.                                              02250000
           MOVE CHQREL-READ-COUNT TO CHQREL-SUM-READ                    02260000
           WRITE RELEASE-RPT-LINE FROM CHQREL-SUMMARY-LINE-1            02270000
                                                                        02280000
           MOVE CHQREL-RELEASED-COUNT TO CHQREL-SUM-RELEASED            02290000
           MOVE CHQREL-RELEASED-AMOUNT TO CHQREL-SUM-REL-AMOUNT         02300000
           WRITE RELEASE-RPT-LINE FROM CHQREL-SUMMARY-LINE-2            02310000
                                                                        02320000
           MOVE CHQREL-HELD-COUNT TO CHQREL-SUM-HELD                    02330000
           MOVE CHQREL-HELD-AMOUNT TO CHQREL-SUM-HELD-AMOUNT            02340000
           WRITE RELEASE-RPT-LINE FROM CHQREL-SUMMARY-LINE-3.           02350000
       4000-EXIT.                                                       02360000
           EXIT.                                                        02370000
                                                                        02380000
      ******************************************************************02390000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *02400000
      ******************************************************************02410000
       9000-TERMINATE.                                                  02420000
           CLOSE UNCLEAR-FILE                                           02430000
           CLOSE RELEASE-RPT                                            02440000
                                                                        02450000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              02460000
           MOVE CHQREL-RELEASED-COUNT TO RUNCTL-REQ-COUNT               02470000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          02480000
       9000-EXIT.                                                       02490000
           EXIT.                                                        02500000
                                                                        02510000
       9999-EXIT.                                                       02520000
           STOP RUN.                                                    02530000
