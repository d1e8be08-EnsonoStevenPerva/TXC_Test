      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    VULNRVW.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  VULNRVW - VULNERABLE-CUSTOMER REVIEWS OVERDUE                 *00150000
      *                                                                *00160000
      *  FUNCTION : MONTHLY LIST OF EVERY ACTIVE ROW ON THE            *00170000
      *             VULNERABLE-CUSTOMER REGISTER (COPYBOOK VULNREG)    *00180000
      *             WHOSE REVIEW DATE HAS PASSED, SO THE BRANCH CAN    *00190000
      *             CONTACT THE CUSTOMER, CONFIRM OR CHANGE THE        *00200000
      *             AGREED ADJUSTMENTS AND SET A NEW REVIEW DATE       *00210000
      *             THROUGH VULNMNT.  A ROW STAYS ON THE LIST UNTIL    *00220000
      *             THAT IS DONE OR THE ROW IS CLOSED.  DAYS OVERDUE   *00230000
      *             ARE COUNTED 30/360, AS KYCREVW COUNTS THEM.        *00240000
      *                                                                *00250000
      *             THE REPORT CARRIES NO DETAIL OF THE CUSTOMER'S     *00260000
      *             CIRCUMSTANCES - ONLY THE TYPE, THE ADJUSTMENT      *00270000
      *             FLAGS AND WHO RECORDED THE ROW.  CLOSED ROWS ARE   *00280000
      *             COUNTED BUT NOT LISTED.                            *00290000
      *                                                                *00300000
      *  FILES    : VULNREG  - VSAM KSDS - VULNERABLE CUSTOMERS (IN)   *00310000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00320000
      *             VULNRPT  - OVERDUE REVIEW REPORT (OUTPUT)          *00330000
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  ----------------------------------------------------------    *00360000
      *  DATE        BY    DESCRIPTION                                 *00370000
      *  2026-10-15  BAG   INITIAL VERSION                             *00380000
      *                                                                *00390000
      ******************************************************************00400000
       ENVIRONMENT DIVISION.                                            00410000
       INPUT-OUTPUT SECTION.                                            00420000
       FILE-CONTROL.                                                    00430000
           SELECT VULNREG-FILE    ASSIGN TO VULNREG                     00440000
                  ORGANIZATION IS INDEXED                               00450000
                  ACCESS MODE IS SEQUENTIAL                             00460000
                  RECORD KEY IS VULNREG-KEY OF VULNREG-FILE-REC         00470000
                  FILE STATUS IS VULNRVW-VULNREG-STATUS.                00480000
                                                                        00490000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00500000
                  ORGANIZATION IS INDEXED                               00510000
                  ACCESS MODE IS RANDOM                                 00520000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00530000
                  FILE STATUS IS VULNRVW-CUSTOMER-STATUS.               00540000
                                                                        00550000
           SELECT VULN-RPT        ASSIGN TO VULNRPT                     00560000
                  ORGANIZATION IS LINE SEQUENTIAL                       00570000
                  FILE STATUS IS VULNRVW-RPT-STATUS.                    00580000
                                                                        00590000
       DATA DIVISION.                                                   00600000
       FILE SECTION.                                                    00610000
       FD  VULNREG-FILE                                                 00620000
           RECORDING MODE IS F.                                         00630000
       01  VULNREG-FILE-REC.                                            00640000
           COPY VULNREG.                                                00650000
                                                                        00660000
       FD  CUSTOMER-FILE                                                00670000
           RECORDING MODE IS F.                                         00680000
       01  CUSTOMER-FILE-REC.                                           00690000
           COPY CUSTOMER.                                               00700000
                                                                        00710000
       FD  VULN-RPT                                                     00720000
           RECORDING MODE IS F.                                         00730000
       01  VULN-RPT-LINE                  PIC X(100).                   00740000
                                                                        00750000
       WORKING-STORAGE SECTION.                                         00760000
       01  VULNRVW-WORK-AREA.                                           00770000
           05  VULNRVW-VULNREG-STATUS      PIC XX.                      00780000
           05  VULNRVW-CUSTOMER-STATUS     PIC XX.                      00790000
           05  VULNRVW-RPT-STATUS          PIC XX.                      00800000
           05  VULNRVW-EOF-SWITCH          PIC X     VALUE 'N'.         00810000
               88  VULNRVW-AT-EOF                VALUE 'Y'.             00820000
           05  VULNRVW-CURRENT-DATE        PIC 9(8)  VALUE ZERO.        00830000
           05  VULNRVW-TODAY-SPLIT REDEFINES VULNRVW-CURRENT-DATE.      00840000
               10  VULNRVW-TODAY-YYYY      PIC 9999.                    00850000
               10  VULNRVW-TODAY-MM        PIC 99.                      00860000
               10  VULNRVW-TODAY-DD        PIC 99.                      00870000
           05  VULNRVW-REVIEW-DATE         PIC 9(8)  VALUE ZERO.        00880000
           05  VULNRVW-REVIEW-SPLIT REDEFINES VULNRVW-REVIEW-DATE.      00890000
               10  VULNRVW-REVIEW-YYYY     PIC 9999.                    00900000
               10  VULNRVW-REVIEW-MM       PIC 99.                      00910000
               10  VULNRVW-REVIEW-DD       PIC 99.                      00920000
           05  VULNRVW-DAYS-OVERDUE        PIC S9(7) COMP-3 VALUE ZERO. 00930000
           05  VULNRVW-TYPE-SUB            PIC S9(4) COMP VALUE ZERO.   00940000
           05  VULNRVW-ROW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00950000
           05  VULNRVW-ACTIVE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00960000
           05  VULNRVW-CLOSED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00970000
           05  VULNRVW-OVERDUE-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 00980000
           05  VULNRVW-NO-CUST-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 00990000
           05  VULNRVW-TYPE-COUNT          PIC 9(9)  COMP-3             01000000
                                           OCCURS 5 TIMES.              01010000
                                                                        01020000
       01  VULNRVW-TYPE-VALUES.                                         01030000
           05  FILLER                      PIC X(13) VALUE              01040000
               'BBEREAVEMENT'.                                          01050000
           05  FILLER                      PIC X(13) VALUE              01060000
               'IILLNESS'.                                              01070000
           05  FILLER                      PIC X(13) VALUE              01080000
               'HHARDSHIP'.                                             01090000
           05  FILLER                      PIC X(13) VALUE              01100000
               'CCOGNITIVE'.                                            01110000
           05  FILLER                      PIC X(13) VALUE              01120000
               'OOTHER'.                                                01130000
       01  VULNRVW-TYPES REDEFINES VULNRVW-TYPE-VALUES.                 01140000
           05  VULNRVW-TYPE-ENTRY          OCCURS 5 TIMES.              01150000
               10  VULNRVW-TYPE-CODE       PIC X.                       01160000
               10  VULNRVW-TYPE-NAME       PIC X(12).                   01170000
                                                                        01180000
       01  VULNRVW-TITLE-LINE.                                          01190000
           05  FILLER                      PIC X(40) VALUE              01200000
               'VULNERABLE-CUSTOMER REVIEWS OVERDUE - '.                01210000
           05  VULNRVW-TTL-DATE            PIC 9(8).                    01220000
           05  FILLER                      PIC X(52) VALUE SPACES.      01230000
                                                                        01240000
       01  VULNRVW-HEADING-1.                                           01250000
           05  FILLER                      PIC X(19) VALUE              01260000
               'CUSTOMER'.                                              01270000
           05  FILLER                      PIC X(32) VALUE              01280000
               'NAME'.                                                  01290000
           05  FILLER                      PIC X(14) VALUE              01300000
               'TYPE'.                                                  01310000
           05  FILLER                      PIC X(10) VALUE              01320000
               'REVIEW'.                                                01330000
           05  FILLER                      PIC X(7)  VALUE              01340000
               'DAYS'.                                                  01350000
           05  FILLER                      PIC X(6)  VALUE              01360000
               'ADJ'.                                                   01370000
           05  FILLER                      PIC X(5)  VALUE              01380000
               'BY'.                                                    01390000
           05  FILLER                      PIC X(7)  VALUE SPACES.      01400000
                                                                        01410000
       01  VULNRVW-DETAIL-LINE.                                         01420000
           05  VULNRVW-DTL-SORTCODE        PIC 9(6).                    01430000
           05  FILLER                      PIC X(1)  VALUE '-'.         01440000
           05  VULNRVW-DTL-CUSTOMER        PIC 9(10).                   01450000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01460000
           05  VULNRVW-DTL-NAME            PIC X(30).                   01470000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01480000
           05  VULNRVW-DTL-TYPE            PIC X(12).                   01490000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01500000
           05  VULNRVW-DTL-REVIEW-DATE     PIC 9(8).                    01510000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01520000
           05  VULNRVW-DTL-DAYS            PIC ZZZZ9.                   01530000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01540000
           05  VULNRVW-DTL-ADJUSTMENTS     PIC X(4).                    01550000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01560000
           05  VULNRVW-DTL-RECORDED-BY     PIC X(3).                    01570000
           05  FILLER                      PIC X(9)  VALUE SPACES.      01580000
                                                                        01590000
       01  VULNRVW-SUMMARY-LINE.                                        01600000
           05  VULNRVW-SUM-LABEL           PIC X(30).                   01610000
           05  VULNRVW-SUM-COUNT           PIC Z(8)9.                   01620000
           05  FILLER                      PIC X(61) VALUE SPACES.      01630000
                                                                        01640000
       01  RUNCTL-REQUEST-AREA.                                         01650000
           COPY RUNCTLQ.                                                01660000
                                                                        01670000
       01  BUSDATE-REQUEST-AREA.                                        01680000
           COPY BUSDATEQ.                                               01690000
                                                                        01700000
      ******************************************************************01710000
       PROCEDURE DIVISION.                                              01720000
      ******************************************************************01730000
       0000-MAINLINE.                                                   01740000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01750000
                                                                        01760000
           PERFORM 2000-REVIEW-ONE-ROW THRU 2000-EXIT                   01770000
               UNTIL VULNRVW-AT-EOF                                     01780000
                                                                        01790000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             01800000
                                                                        01810000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01820000
                                                                        01830000
           GO TO 9999-EXIT.                                             01840000
                                                                        01850000
      ******************************************************************01860000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES, TAKE  *01870000
      *  THE BUSINESS DATE AND HEAD THE REPORT.                        *01880000
      ******************************************************************01890000
       1000-INITIALIZE.                                                 01900000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01910000
           MOVE 'VULNRVW' TO RUNCTL-REQ-JOB                             01920000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01930000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01940000
           IF RUNCTL-HELD                                               01950000
               DISPLAY 'VULNRVW - HELD - PREDECESSOR NOT COMPLETE'      01960000
               STOP RUN                                                 01970000
           END-IF                                                       01980000
                                                                        01990000
           MOVE ZERO TO VULNRVW-TYPE-COUNT (1)                          02000000
           MOVE ZERO TO VULNRVW-TYPE-COUNT (2)                          02010000
           MOVE ZERO TO VULNRVW-TYPE-COUNT (3)                          02020000
           MOVE ZERO TO VULNRVW-TYPE-COUNT (4)                          02030000
           MOVE ZERO TO VULNRVW-TYPE-COUNT (5)                          02040000
                                                                        02050000
           OPEN INPUT  VULNREG-FILE                                     02060000
           OPEN INPUT  CUSTOMER-FILE                                    02070000
           OPEN OUTPUT VULN-RPT                                         02080000
                                                                        02090000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02100000
           MOVE BUSDATE-REQ-CURRENT TO VULNRVW-CURRENT-DATE             02110000
                                                                        02120000
           MOVE VULNRVW-CURRENT-DATE TO VULNRVW-TTL-DATE                02130000
           WRITE VULN-RPT-LINE FROM VULNRVW-TITLE-LINE                  02140000
           MOVE SPACES TO VULN-RPT-LINE                                 02150000
           WRITE VULN-RPT-LINE                                          02160000
           WRITE VULN-RPT-LINE FROM VULNRVW-HEADING-1.                  02170000
       1000-EXIT.                                                       02180000
           EXIT.                                                        02190000
                                                                        02200000
      ******************************************************************02210000
      *  2000-REVIEW-ONE-ROW - AN ACTIVE ROW WHOSE REVIEW DATE IS      *02220000
      *  BEFORE TODAY IS LISTED.                                       *02230000
      ******************************************************************02240000
       2000-REVIEW-ONE-ROW.                                             02250000
           READ VULNREG-FILE NEXT                                       02260000
               AT END                                                   02270000
                   SET VULNRVW-AT-EOF TO TRUE                           02280000
                   GO TO 2000-EXIT                                      02290000
           END-READ                                                     02300000
                                                                        02310000
           ADD 1 TO VULNRVW-ROW-COUNT                                   02320000
                                                                        02330000
           IF NOT VULNREG-ACTIVE OF VULNREG-FILE-REC                    02340000
               ADD 1 TO VULNRVW-CLOSED-COUNT                            02350000
               GO TO 2000-EXIT                                          02360000
           END-IF                                                       02370000
                                                                        02380000
           ADD 1 TO VULNRVW-ACTIVE-COUNT                                02390000
                                                                        02400000
           IF VULNREG-REVIEW-DATE OF VULNREG-FILE-REC                   02410000
              NOT < VULNRVW-CURRENT-DATE                                02420000
               GO TO 2000-EXIT                                          02430000
           END-IF                                                       02440000
                                                                        02450000
           ADD 1 TO VULNRVW-OVERDUE-COUNT                               02460000
                                                                        02470000
           MOVE VULNREG-SORTCODE OF VULNREG-FILE-REC                    02480000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                02490000
           MOVE VULNREG-CUSTOMER OF VULNREG-FILE-REC                    02500000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  02510000
                                                                        02520000
           READ CUSTOMER-FILE                                           02530000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 02540000
           END-READ                                                     02550000
                                                                        02560000
           IF VULNRVW-CUSTOMER-STATUS = '00'                            02570000
               MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC                  02580000
                   TO VULNRVW-DTL-NAME                                  02590000
           ELSE                                                         02600000
               ADD 1 TO VULNRVW-NO-CUST-COUNT                           02610000
               MOVE '*** NOT ON CUSTOMER MASTER ***'                    02620000
                   TO VULNRVW-DTL-NAME                                  02630000
           END-IF                                                       02640000
                                                                        02650000
           MOVE VULNREG-REVIEW-DATE OF VULNREG-FILE-REC                 02660000
               TO VULNRVW-REVIEW-DATE                                   02670000
           COMPUTE VULNRVW-DAYS-OVERDUE =                               02680000
               (VULNRVW-TODAY-YYYY - VULNRVW-REVIEW-YYYY) * 360         02690000
             + (VULNRVW-TODAY-MM - VULNRVW-REVIEW-MM) * 30              02700000
             + (VULNRVW-TODAY-DD - VULNRVW-REVIEW-DD)                   02710000
                                                                        02720000
           MOVE SPACES TO VULNRVW-DTL-TYPE                              02730000
           PERFORM 2100-NAME-TYPE THRU 2100-EXIT                        02740000
               VARYING VULNRVW-TYPE-SUB FROM 1 BY 1                     02750000
               UNTIL VULNRVW-TYPE-SUB > 5                               02760000
                                                                        02770000
           MOVE VULNREG-SORTCODE OF VULNREG-FILE-REC                    02780000
               TO VULNRVW-DTL-SORTCODE                                  02790000
           MOVE VULNREG-CUSTOMER OF VULNREG-FILE-REC                    02800000
               TO VULNRVW-DTL-CUSTOMER                                  02810000
           MOVE VULNRVW-REVIEW-DATE TO VULNRVW-DTL-REVIEW-DATE          02820000
           MOVE VULNRVW-DAYS-OVERDUE TO VULNRVW-DTL-DAYS                02830000
           MOVE VULNREG-ADJUSTMENTS OF VULNREG-FILE-REC                 02840000
               TO VULNRVW-DTL-ADJUSTMENTS                               02850000
           MOVE VULNREG-RECORDED-BY OF VULNREG-FILE-REC                 02860000
               TO VULNRVW-DTL-RECORDED-BY                               02870000
                                                                        02880000
           WRITE VULN-RPT-LINE FROM VULNRVW-DETAIL-LINE.                02890000
       2000-EXIT.                                                       02900000
           EXIT.                                                        02910000
                                                                        02920000
      ******************************************************************02930000
      *  2100-NAME-TYPE - NAME THE VULNERABILITY TYPE AND COUNT THE    *02940000
      *  OVERDUE ROW AGAINST IT.                                       *02950000
      ******************************************************************02960000
       2100-NAME-TYPE.                                                  02970000
           IF VULNRVW-TYPE-CODE (VULNRVW-TYPE-SUB)                      02980000
              = VULNREG-TYPE OF VULNREG-FILE-REC                        02990000
               MOVE VULNRVW-TYPE-NAME (VULNRVW-TYPE-SUB)                03000000
                   TO VULNRVW-DTL-TYPE                                  03010000
               ADD 1 TO VULNRVW-TYPE-COUNT (VULNRVW-TYPE-SUB)           03020000
           END-IF.                                                      03030000
       2100-EXIT.                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
      ******************************************************************03070000
      *  8000-PRINT-CONTROL-TOTALS - WRITE THE RUN TOTALS.             *03080000
      ******************************************************************03090000
       8000-PRINT-CONTROL-TOTALS.                                       03100000
           MOVE SPACES TO VULN-RPT-LINE                                 03110000
           WRITE VULN-RPT-LINE                                          03120000
                                                                        03130000
           MOVE 'REGISTER ROWS READ'         TO VULNRVW-SUM-LABEL       03140000
           MOVE VULNRVW-ROW-COUNT            TO VULNRVW-SUM-COUNT       03150000
           WRITE VULN-RPT-LINE FROM VULNRVW-SUMMARY-LINE                03160000
                                                                        03170000
           MOVE 'CLOSED ROWS'                TO VULNRVW-SUM-LABEL       03180000
           MOVE VULNRVW-CLOSED-COUNT         TO VULNRVW-SUM-COUNT       03190000
           WRITE VULN-RPT-LINE FROM VULNRVW-SUMMARY-LINE                03200000
                                                                        03210000
           MOVE 'ACTIVE ROWS'                TO VULNRVW-SUM-LABEL       03220000
           MOVE VULNRVW-ACTIVE-COUNT         TO VULNRVW-SUM-COUNT       03230000
           WRITE VULN-RPT-LINE FROM VULNRVW-SUMMARY-LINE                03240000
                                                                        03250000
           MOVE 'CUSTOMER NOT ON MASTER'     TO VULNRVW-SUM-LABEL       03260000
           MOVE VULNRVW-NO-CUST-COUNT        TO VULNRVW-SUM-COUNT       03270000
           WRITE VULN-RPT-LINE FROM VULNRVW-SUMMARY-LINE                03280000
                                                                        03290000
           MOVE SPACES TO VULN-RPT-LINE                                 03300000
           WRITE VULN-RPT-LINE                                          03310000
                                                                        03320000
           PERFORM 8100-PRINT-TYPE THRU 8100-EXIT                       03330000
               VARYING VULNRVW-TYPE-SUB FROM 1 BY 1                     03340000
               UNTIL VULNRVW-TYPE-SUB > 5                               03350000
                                                                        03360000
           MOVE 'TOTAL REVIEWS OVERDUE'      TO VULNRVW-SUM-LABEL       03370000
           MOVE VULNRVW-OVERDUE-COUNT        TO VULNRVW-SUM-COUNT       03380000
           WRITE VULN-RPT-LINE FROM VULNRVW-SUMMARY-LINE.               03390000
       8000-EXIT.                                                       03400000
           EXIT.                                                        03410000
                                                                        03420000
      ******************************************************************03430000
      *  8100-PRINT-TYPE - ONE VULNERABILITY TYPE'S OVERDUE COUNT.     *03440000
      ******************************************************************03450000
       8100-PRINT-TYPE.                                                 03460000
           MOVE SPACES TO VULNRVW-SUM-LABEL                             03470000
           STRING 'OVERDUE - ' VULNRVW-TYPE-NAME (VULNRVW-TYPE-SUB)     03480000
               DELIMITED BY SIZE INTO VULNRVW-SUM-LABEL                 03490000
           END-STRING                                                   03500000
           MOVE VULNRVW-TYPE-COUNT (VULNRVW-TYPE-SUB)                   03510000
               TO VULNRVW-SUM-COUNT                                     03520000
           WRITE VULN-RPT-LINE FROM VULNRVW-SUMMARY-LINE.               03530000
       8100-EXIT.                                                       03540000
           EXIT.                                                        03550000
                                                                        03560000
      ******************************************************************03570000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *03580000
      *  FILES.                                                        *03590000
      ******************************************************************03600000
       9000-TERMINATE.                                                  03610000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              03620000
           MOVE VULNRVW-OVERDUE-COUNT TO RUNCTL-REQ-COUNT               03630000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03640000
                                                                        03650000
           CLOSE VULNREG-FILE                                           03660000
           CLOSE CUSTOMER-FILE                                          03670000
           CLOSE VULN-RPT.                                              03680000
       9000-EXIT.                                                       03690000
           EXIT.                                                        03700000
                                                                        03710000
       9999-EXIT.                                                       03720000
           STOP RUN.                                                    03730000
