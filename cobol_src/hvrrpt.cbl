      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    HVRRPT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  HVRRPT - HIGH-VALUE RELEASE QUEUE CUT-OFF REFERRALS           *00150000
      *                                                                *00160000
      *  FUNCTION : RUN AT END OF DAY.  READS THE HIGH-VALUE RELEASE   *00170000
      *             QUEUE (COPYBOOK PENDREL) AND, FOR EVERY PAYMENT    *00180000
      *             STILL WAITING FOR AN OPERATOR THAT WAS QUEUED      *00190000
      *             BEFORE TODAY'S PAYMENT CUT-OFF, MARKS IT REFERRED  *00200000
      *             AND LISTS IT SO THE PAYMENTS MANAGER CAN CHASE     *00210000
      *             A DECISION.  A REFERRED PAYMENT STAYS ON THE       *00220000
      *             QUEUE AND KEEPS ITS EARMARK - IT CAN STILL BE      *00230000
      *             RELEASED OR REJECTED THROUGH HVREL.                *00240000
      *                                                                *00250000
      *             PAYMENTS REFERRED ON AN EARLIER DAY AND STILL      *00260000
      *             UNDECIDED ARE LISTED AGAIN AS OUTSTANDING, AND     *00270000
      *             PAYMENTS QUEUED TODAY AFTER THE CUT-OFF ARE        *00280000
      *             LISTED AS CARRIED FORWARD TO TOMORROW'S CUT-OFF.   *00290000
      *                                                                *00300000
      *  PARAMETER: SYSIN CARD, COLUMNS 1-4 - THE PAYMENT CUT-OFF      *00310000
      *             TIME AS HHMM.  BLANK OR NOT NUMERIC MEANS 1530.    *00320000
      *                                                                *00330000
      *  FILES    : PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00340000
      *                        (I-O)                                   *00350000
      *             SYSIN    - PARAMETER CARD (INPUT)                  *00360000
      *             HVRRPT   - REFERRAL REPORT (OUTPUT)                *00370000
      *                                                                *00380000
      *  CHANGE HISTORY                                                *00390000
      *  ----------------------------------------------------------    *00400000
      *  DATE        BY    DESCRIPTION                                 *00410000
      *  2026-10-15  BAG   INITIAL VERSION                             *00420000
      *                                                                *00430000
      ******************************************************************00440000
       ENVIRONMENT DIVISION.                                            00450000
       INPUT-OUTPUT SECTION.                                            00460000
       FILE-CONTROL.                                                    00470000
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     00480000
                  ORGANIZATION IS INDEXED                               00490000
                  ACCESS MODE IS SEQUENTIAL                             00500000
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         00510000
                  FILE STATUS IS HVRRPT-PENDREL-STATUS.                 00520000
                                                                        00530000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00540000
                  ORGANIZATION IS LINE SEQUENTIAL                       00550000
                  FILE STATUS IS HVRRPT-PARM-STATUS.                    00560000
                                                                        00570000
           SELECT HVR-RPT         ASSIGN TO HVRRPT                      00580000
                  ORGANIZATION IS LINE SEQUENTIAL                       00590000
                  FILE STATUS IS HVRRPT-RPT-STATUS.                     00600000
                                                                        00610000
       DATA DIVISION.                                                   00620000
       FILE SECTION.                                                    00630000
       FD  PENDREL-FILE                                                 00640000
           RECORDING MODE IS F.                                         00650000
       01  PENDREL-FILE-REC.                                            00660000
           COPY PENDREL.                                                00670000
                                                                        00680000
       FD  PARAMETER-FILE                                               00690000
           RECORDING MODE IS F.                                         00700000
       01  PARAMETER-REC                   PIC X(80).                   00710000
                                                                        00720000
       FD  HVR-RPT                                                      00730000
           RECORDING MODE IS F.                                         00740000
       01  HVR-RPT-LINE                    PIC X(80).                   00750000
                                                                        00760000
       WORKING-STORAGE SECTION.                                         00770000
       01  HVRRPT-WORK-AREA.                                            00780000
           05  HVRRPT-PENDREL-STATUS       PIC XX.                      00790000
           05  HVRRPT-PARM-STATUS          PIC XX.                      00800000
           05  HVRRPT-RPT-STATUS           PIC XX.                      00810000
           05  HVRRPT-EOF-SWITCH           PIC X     VALUE 'N'.         00820000
               88  HVRRPT-AT-EOF                 VALUE 'Y'.             00830000
           05  HVRRPT-CURRENT-DATE         PIC 9(8).                    00840000
           05  HVRRPT-CUTOFF-HHMM          PIC 9(4)  VALUE 1530.        00850000
           05  HVRRPT-CUTOFF-TIME          PIC 9(6)  VALUE ZERO.        00860000
           05  HVRRPT-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00870000
           05  HVRRPT-REFERRED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 00880000
           05  HVRRPT-OUTSTANDING-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 00890000
           05  HVRRPT-CARRIED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00900000
           05  HVRRPT-REFERRED-TOTAL       PIC S9(12)V99 COMP-3         00910000
                                                     VALUE ZERO.        00920000
                                                                        00930000
       01  HVRRPT-PARM-REDEF.                                           00940000
           05  HVRRPT-PARM-CUTOFF          PIC X(4).                    00950000
           05  FILLER                      PIC X(76).                   00960000
                                                                        00970000
       01  HVRRPT-TITLE-LINE.                                           00980000
           05  FILLER                      PIC X(44) VALUE              00990000
               'HIGH-VALUE RELEASE QUEUE - CUT-OFF REFERRALS'.          01000000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01010000
           05  HVRRPT-TTL-DATE             PIC 9(8).                    01020000
           05  FILLER                      PIC X(10) VALUE              01030000
               '  CUT-OFF '.                                            01040000
           05  HVRRPT-TTL-CUTOFF           PIC 9(4).                    01050000
           05  FILLER                      PIC X(12) VALUE SPACES.      01060000
                                                                        01070000
       01  HVRRPT-HEADING-LINE.                                         01080000
           05  FILLER                      PIC X(40) VALUE              01090000
               'STATUS      ACCOUNT          SRC NUMBER '.              01100000
           05  FILLER                      PIC X(40) VALUE              01110000
               '      GBP VALUE  OPR  QUEUED            '.              01120000
                                                                        01130000
       01  HVRRPT-DETAIL-LINE.                                          01140000
           05  HVRRPT-DTL-STATUS           PIC X(10).                   01150000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01160000
           05  HVRRPT-DTL-SORTCODE         PIC 9(6).                    01170000
           05  FILLER                      PIC X(1)  VALUE '-'.         01180000
           05  HVRRPT-DTL-ACCOUNT          PIC 9(8).                    01190000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01200000
           05  HVRRPT-DTL-SOURCE           PIC X(3).                    01210000
           05  FILLER                      PIC X(1)  VALUE SPACES.      01220000
           05  HVRRPT-DTL-NUMBER           PIC 9(8).                    01230000
           05  FILLER                      PIC X(1)  VALUE SPACES.      01240000
           05  HVRRPT-DTL-GBP-AMOUNT       PIC Z(9)9.99.                01250000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01260000
           05  HVRRPT-DTL-CAPTURED-BY      PIC X(3).                    01270000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01280000
           05  HVRRPT-DTL-QUEUED-DATE      PIC 9(8).                    01290000
           05  FILLER                      PIC X(10) VALUE SPACES.      01300000
                                                                        01310000
       01  HVRRPT-SUMMARY-LINE-1.                                       01320000
           05  FILLER                      PIC X(20) VALUE              01330000
               'ITEMS SCANNED     : '.                                  01340000
           05  HVRRPT-SUM-READ             PIC Z(8)9.                   01350000
           05  FILLER                      PIC X(51) VALUE SPACES.      01360000
                                                                        01370000
       01  HVRRPT-SUMMARY-LINE-2.                                       01380000
           05  FILLER                      PIC X(20) VALUE              01390000
               'REFERRED TODAY    : '.                                  01400000
           05  HVRRPT-SUM-REFERRED         PIC Z(8)9.                   01410000
           05  FILLER                      PIC X(51) VALUE SPACES.      01420000
                                                                        01430000
       01  HVRRPT-SUMMARY-LINE-3.                                       01440000
           05  FILLER                      PIC X(20) VALUE              01450000
               'STILL OUTSTANDING : '.                                  01460000
           05  HVRRPT-SUM-OUTSTANDING      PIC Z(8)9.                   01470000
           05  FILLER                      PIC X(51) VALUE SPACES.      01480000
                                                                        01490000
       01  HVRRPT-SUMMARY-LINE-4.                                       01500000
           05  FILLER                      PIC X(20) VALUE              01510000
               'CARRIED FORWARD   : '.                                  01520000
           05  HVRRPT-SUM-CARRIED          PIC Z(8)9.                   01530000
           05  FILLER                      PIC X(51) VALUE SPACES.      01540000
                                                                        01550000
       01  HVRRPT-SUMMARY-LINE-5.                                       01560000
           05  FILLER                      PIC X(20) VALUE              01570000
               'VALUE REFERRED    : '.                                  01580000
           05  HVRRPT-SUM-REF-TOTAL        PIC Z(11)9.99.               01590000
           05  FILLER                      PIC X(45) VALUE SPACES.      01600000
                                                                        01610000
       01  RUNCTL-REQUEST-AREA.                                         01620000
           COPY RUNCTLQ.                                                01630000
                                                                        01640000
       01  BUSDATE-REQUEST-AREA.                                        01650000
           COPY BUSDATEQ.                                               01660000
                                                                        01670000
      ******************************************************************01680000
       PROCEDURE DIVISION.                                              01690000
      ******************************************************************01700000
       0000-MAINLINE.                                                   01710000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01720000
                                                                        01730000
           PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT                     01740000
              UNTIL HVRRPT-AT-EOF                                       01750000
                                                                        01760000
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT                    01770000
                                                                        01780000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01790000
                                                                        01800000
           GO TO 9999-EXIT.                                             01810000
                                                                        01820000
      ******************************************************************01830000
      *  1000-INITIALIZE - REGISTER THE RUN, OPEN THE FILES, TAKE THE  *01840000
      *  BUSINESS DATE AND THE CUT-OFF TIME, HEAD THE REPORT AND       *01850000
      *  PRIME THE FIRST READ.                                         *01860000
      ******************************************************************01870000
       1000-INITIALIZE.                                                 01880000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01890000
           MOVE 'HVRRPT' TO RUNCTL-REQ-JOB                              01900000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01910000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01920000
           IF RUNCTL-HELD                                               01930000
               DISPLAY 'HVRRPT - HELD - PREDECESSOR NOT COMPLETE'       01940000
               STOP RUN                                                 01950000
           END-IF                                                       01960000
                                                                        01970000
           OPEN I-O    PENDREL-FILE                                     01980000
           OPEN INPUT  PARAMETER-FILE                                   01990000
           OPEN OUTPUT HVR-RPT                                          02000000
                                                                        02010000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02020000
           MOVE BUSDATE-REQ-CURRENT TO HVRRPT-CURRENT-DATE              02030000
                                                                        02040000
           MOVE SPACES TO HVRRPT-PARM-REDEF                             02050000
           READ PARAMETER-FILE INTO HVRRPT-PARM-REDEF                   02060000
               AT END                                                   02070000
                   CONTINUE                                             02080000
           END-READ                                                     02090000
                                                                        02100000
           IF HVRRPT-PARM-CUTOFF IS NUMERIC                             02110000
              AND HVRRPT-PARM-CUTOFF NOT = '0000'                       02120000
               MOVE HVRRPT-PARM-CUTOFF TO HVRRPT-CUTOFF-HHMM            02130000
           END-IF                                                       02140000
                                                                        02150000
           CLOSE PARAMETER-FILE                                         02160000
                                                                        02170000
           COMPUTE HVRRPT-CUTOFF-TIME = HVRRPT-CUTOFF-HHMM * 100        02180000
                                                                        02190000
           MOVE HVRRPT-CURRENT-DATE TO HVRRPT-TTL-DATE                  02200000
           MOVE HVRRPT-CUTOFF-HHMM TO HVRRPT-TTL-CUTOFF                 02210000
           WRITE HVR-RPT-LINE FROM HVRRPT-TITLE-LINE                    02220000
           MOVE SPACES TO HVR-RPT-LINE                                  02230000
           WRITE HVR-RPT-LINE                                           02240000
           WRITE HVR-RPT-LINE FROM HVRRPT-HEADING-LINE                  02250000
                                                                        02260000
           PERFORM 1200-READ-PENDREL-NEXT THRU 1200-EXIT.               02270000
       1000-EXIT.                                                       02280000
           EXIT.                                                        02290000
                                                                        02300000
      ******************************************************************02310000
      *  1200-READ-PENDREL-NEXT - READ THE NEXT QUEUED PAYMENT IN KEY  *02320000
      *  ORDER.                                                        *02330000
      ******************************************************************02340000
       1200-READ-PENDREL-NEXT.                                          02350000
           READ PENDREL-FILE NEXT RECORD                                02360000
               AT END                                                   02370000
                   SET HVRRPT-AT-EOF TO TRUE                            02380000
           END-READ.                                                    02390000
       1200-EXIT.                                                       02400000
           EXIT.                                                        02410000
                                                                        02420000
      ******************************************************************02430000
      *  2000-PROCESS-ITEM - DECIDED PAYMENTS ARE PASSED OVER.  A      *02440000
      *  PAYMENT ALREADY REFERRED IS LISTED AS STILL OUTSTANDING.  A   *02450000
      *  WAITING PAYMENT QUEUED ON AN EARLIER DAY, OR TODAY BEFORE     *02460000
      *  THE CUT-OFF, IS REFERRED; ONE QUEUED TODAY AFTER THE CUT-OFF  *02470000
      *  IS CARRIED FORWARD.                                           *02480000
      ******************************************************************02490000
       2000-PROCESS-ITEM.                                               02500000
           ADD 1 TO HVRRPT-READ-COUNT                                   02510000
                                                                        02520000
           IF NOT PENDREL-OUTSTANDING OF PENDREL-FILE-REC               02530000
               GO TO 2000-READ-NEXT                                     02540000
           END-IF                                                       02550000
                                                                        02560000
           IF PENDREL-REFERRED OF PENDREL-FILE-REC                      02570000
               ADD 1 TO HVRRPT-OUTSTANDING-COUNT                        02580000
               MOVE 'OUTSTNDING' TO HVRRPT-DTL-STATUS                   02590000
               PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT                 02600000
               GO TO 2000-READ-NEXT                                     02610000
           END-IF                                                       02620000
                                                                        02630000
           IF PENDREL-QUEUED-DATE OF PENDREL-FILE-REC                   02640000
                  = HVRRPT-CURRENT-DATE                                 02650000
              AND PENDREL-QUEUED-TIME OF PENDREL-FILE-REC               02660000
                  NOT < HVRRPT-CUTOFF-TIME                              02670000
               ADD 1 TO HVRRPT-CARRIED-COUNT                            02680000
               MOVE 'CARRY FWD' TO HVRRPT-DTL-STATUS                    02690000
               PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT                 02700000
               GO TO 2000-READ-NEXT                                     02710000
           END-IF                                                       02720000
                                                                        02730000
           PERFORM 2100-REFER-ITEM THRU 2100-EXIT.                      02740000
                                                                        02750000
       2000-READ-NEXT.                                                  02760000
           PERFORM 1200-READ-PENDREL-NEXT THRU 1200-EXIT.               02770000
       2000-EXIT.                                                       02780000
           EXIT.                                                        02790000
                                                                        02800000
      ******************************************************************02810000
      *  2100-REFER-ITEM - MARK THE PAYMENT REFERRED WITH TODAY'S DATE *02820000
      *  AND LIST IT.                                                  *02830000
      ******************************************************************02840000
       2100-REFER-ITEM.                                                 02850000
           SET PENDREL-REFERRED OF PENDREL-FILE-REC TO TRUE             02860000
           MOVE HVRRPT-CURRENT-DATE                                     02870000
               TO PENDREL-REFERRED-DATE OF PENDREL-FILE-REC             02880000
                                                                        02890000
           REWRITE PENDREL-FILE-REC                                     02900000
               INVALID KEY                                              02910000
                   DISPLAY 'HVRRPT - PENDREL REWRITE FAILED FOR '       02920000
                       PENDREL-KEY OF PENDREL-FILE-REC                  02930000
                       ' STATUS ' HVRRPT-PENDREL-STATUS                 02940000
                   GO TO 2100-EXIT                                      02950000
           END-REWRITE                                                  02960000
                                                                        02970000
           ADD 1 TO HVRRPT-REFERRED-COUNT                               02980000
           ADD PENDREL-GBP-AMOUNT OF PENDREL-FILE-REC                   02990000
              TO HVRRPT-REFERRED-TOTAL                                  03000000
           MOVE 'REFERRED' TO HVRRPT-DTL-STATUS                         03010000
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.                    03020000
       2100-EXIT.                                                       03030000
           EXIT.                                                        03040000
                                                                        03050000
      ******************************************************************03060000
      *  2800-WRITE-DETAIL - ONE REPORT LINE PER LISTED PAYMENT.       *03070000
      ******************************************************************03080000
       2800-WRITE-DETAIL.                                               03090000
           MOVE PENDREL-SORTCODE OF PENDREL-FILE-REC                    03100000
               TO HVRRPT-DTL-SORTCODE                                   03110000
           MOVE PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC                03120000
               TO HVRRPT-DTL-ACCOUNT                                    03130000
           MOVE PENDREL-SOURCE OF PENDREL-FILE-REC                      03140000
               TO HVRRPT-DTL-SOURCE                                     03150000
           MOVE PENDREL-NUMBER OF PENDREL-FILE-REC                      03160000
               TO HVRRPT-DTL-NUMBER                                     03170000
           MOVE PENDREL-GBP-AMOUNT OF PENDREL-FILE-REC                  03180000
               TO HVRRPT-DTL-GBP-AMOUNT                                 03190000
           MOVE PENDREL-CAPTURED-BY OF PENDREL-FILE-REC                 03200000
               TO HVRRPT-DTL-CAPTURED-BY                                03210000
           MOVE PENDREL-QUEUED-DATE OF PENDREL-FILE-REC                 03220000
               TO HVRRPT-DTL-QUEUED-DATE                                03230000
                                                                        03240000
           WRITE HVR-RPT-LINE FROM HVRRPT-DETAIL-LINE.                  03250000
       2800-EXIT.                                                       03260000
           EXIT.                                                        03270000
                                                                        03280000
      ******************************************************************03290000
      *  3000-PRINT-SUMMARY - WRITE THE SCANNED/REFERRED/OUTSTANDING/  *03300000
      *  CARRIED TOTALS.                                               *03310000
      ******************************************************************03320000
       3000-PRINT-SUMMARY.                                              03330000
           MOVE SPACES TO HVR-RPT-LINE                                  03340000
           WRITE HVR-RPT-LINE                                           03350000
                                                                        03360000
           MOVE HVRRPT-READ-COUNT TO HVRRPT-SUM-READ                    03370000
           WRITE HVR-RPT-LINE FROM HVRRPT-SUMMARY-LINE-1                03380000
                                                                        03390000
           MOVE HVRRPT-REFERRED-COUNT TO HVRRPT-SUM-REFERRED            03400000
           WRITE HVR-RPT-LINE FROM HVRRPT-SUMMARY-LINE-2                03410000
                                                                        03420000
           MOVE HVRRPT-OUTSTANDING-COUNT TO HVRRPT-SUM-OUTSTANDING      03430000
           WRITE HVR-RPT-LINE FROM HVRRPT-SUMMARY-LINE-3                03440000
                                                                        03450000
           MOVE HVRRPT-CARRIED-COUNT TO HVRRPT-SUM-CARRIED              03460000
           WRITE HVR-RPT-LINE FROM HVRRPT-SUMMARY-LINE-4                03470000
                                                                        03480000
           MOVE HVRRPT-REFERRED-TOTAL TO HVRRPT-SUM-REF-TOTAL           03490000
           WRITE HVR-RPT-LINE FROM HVRRPT-SUMMARY-LINE-5.               03500000
       3000-EXIT.                                                       03510000
           EXIT.                                                        03520000
                                                                        03530000
      ******************************************************************03540000
      *  9000-TERMINATE - CLOSE DOWN AND REPORT THE RUN COMPLETE.      *03550000
      ******************************************************************03560000
       9000-TERMINATE.                                                  03570000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              03580000
           MOVE HVRRPT-READ-COUNT TO RUNCTL-REQ-COUNT                   03590000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03600000
                                                                        03610000
           CLOSE PENDREL-FILE                                           03620000
           CLOSE HVR-RPT.                                               03630000
       9000-EXIT.                                                       03640000
           EXIT.                                                        03650000
                                                                        03660000
       9999-EXIT.                                                       03670000
           STOP RUN.                                                    03680000
