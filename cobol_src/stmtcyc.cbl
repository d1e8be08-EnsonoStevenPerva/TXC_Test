      *             ACCOUNT-RECORD, SO A MONTHLY CYCLE IS ASSUMED,     *00290000
      *             THE SAME INTERVAL CREACC/DELACC ALREADY STAMP      *00300000
      *             INTO THE NEXT-STMT FIELDS THEY WRITE).             *00310000
      *             A STATEMENT WHOSE PERIOD HOLDS CARD CASHBACK       *00312500
      *             (CBK, LESS ANY CBC CLAWBACK) SHOWS THE NET EARNED  *00315000
      *             UNDER THE CLOSING BALANCE.                         *00317500
      *                                                                *00320000
      *             EACH DUE ACCOUNT'S PROCTRAN ACTIVITY IS FOUND BY   *00330000
      *             A FULL SEQUENTIAL SCAN OF PROCTRAN-FILE, MATCHING  *00340000
      *  2026-08-22  BAG   SUSPENDED ACCOUNTS SIT OUT THE CYCLE        *00526000
      *  2026-08-22  BAG   E-STATEMENT EXTRACT AND DELIVERY SPLIT      *00528000
      *  2026-08-22  BAG   STATEMENT ANY ACCOUNT AT OR PAST ITS DATE   *00529000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00529333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00529666
      *                                                                *00530000
      *  2026-08-22  BAG   REGISTER WITH THE RUNCTL RUN-CONTROL        *00535000
      *  2026-10-15  BAG   SHOW THE CARD CASHBACK EARNED IN THE        *00536666
      *                    PERIOD UNDER THE CLOSING BALANCE            *00538332
      ******************************************************************00540000
       ENVIRONMENT DIVISION.                                            00550000
       INPUT-OUTPUT SECTION.                                            00560000
           05  STMTCYC-RUN-DATE            PIC 9(8)  VALUE ZERO.        01080000
           05  STMTCYC-TXN-COUNT           PIC 9(7)  VALUE ZERO.        01090000
           05  STMTCYC-TXN-TOTAL           PIC S9(10)V99 VALUE ZERO.    01100000
           05  STMTCYC-CASHBACK-TOTAL      PIC S9(10)V99 VALUE ZERO.    01105000
           05  STMTCYC-OPENING-BALANCE     PIC S9(10)V99 VALUE ZERO.    01110000
           05  STMTCYC-ACCOUNTS-DUE        PIC 9(7) COMP-3 VALUE ZERO.  01120000
           05  STMTCYC-DAYS-IN-MONTH       PIC 99.                      01130000
                                                                        01900000
       01  RUNCTL-REQUEST-AREA.                                         01902000
           COPY RUNCTLQ.                                                01904000
                                                                        01904500
       01  BUSDATE-REQUEST-AREA.                                        01905000
           COPY BUSDATEQ.                                               01905500
                                                                        01906000
      ******************************************************************01910000
       PROCEDURE DIVISION.                                              01920000
           OPEN OUTPUT ESTMT-FILE                                       02145500
           OPEN OUTPUT FALL-RPT                                         02147750
                                                                        02150000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02156666
           MOVE BUSDATE-REQ-CURRENT TO STMTCYC-RUN-DATE                 02163332
                                                                        02170000
           READ PARAMETER-FILE                                          02180000
               AT END                                                   02190000
           ADD 1 TO STMTCYC-ACCOUNTS-DUE                                02627692
           MOVE ZERO TO STMTCYC-TXN-COUNT                               02635384
           MOVE ZERO TO STMTCYC-TXN-TOTAL                               02643076
           MOVE ZERO TO STMTCYC-CASHBACK-TOTAL                          02646922
                                                                        02650768
           PERFORM 2120-DECIDE-DELIVERY THRU 2120-EXIT                  02658460
                                                                        02666152
               MOVE ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                 02804608
                   TO STMTCYC-BAL-AMOUNT                                02812300
               WRITE STMT-RPT-LINE FROM STMTCYC-BALANCE-LINE            02819992
               IF STMTCYC-CASHBACK-TOTAL NOT = ZERO                     02821090
                   MOVE 'CASHBACK EARNED     : '                        02822188
                       TO STMTCYC-BAL-LABEL                             02823286
                   MOVE STMTCYC-CASHBACK-TOTAL TO STMTCYC-BAL-AMOUNT    02824384
                   WRITE STMT-RPT-LINE FROM STMTCYC-BALANCE-LINE        02825482
               END-IF                                                   02826580
               MOVE SPACES TO STMT-RPT-LINE                             02827684
               WRITE STMT-RPT-LINE                                      02835376
           END-IF                                                       02843068
               ADD 1 TO STMTCYC-TXN-COUNT                               03320000
               ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                03330000
                  TO STMTCYC-TXN-TOTAL                                  03340000
               IF PROC-TY-CASHBACK OF PROCTRAN-FILE-REC                 03341111
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            03342222
                      TO STMTCYC-CASHBACK-TOTAL                         03343333
               END-IF                                                   03344444
               IF PROC-TY-CASHBACK-CLAWBACK OF PROCTRAN-FILE-REC        03345555
                   SUBTRACT PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC       03346666
                      FROM STMTCYC-CASHBACK-TOTAL                       03347777
               END-IF                                                   03348888
           END-IF                                                       03350000
                                                                        03360000
           READ PROCTRAN-FILE NEXT RECORD                               03370000
               TO STMTCYC-BAL-LABEL                                     04057120
           MOVE ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                     04057200
               TO STMTCYC-BAL-AMOUNT                                    04057280
           WRITE ESTMT-LINE FROM STMTCYC-BALANCE-LINE                   04057360
                                                                        04057370
           IF STMTCYC-CASHBACK-TOTAL NOT = ZERO                         04057380
               MOVE 'CASHBACK EARNED     : '                            04057390
                   TO STMTCYC-BAL-LABEL                                 04057400
               MOVE STMTCYC-CASHBACK-TOTAL TO STMTCYC-BAL-AMOUNT        04057410
               WRITE ESTMT-LINE FROM STMTCYC-BALANCE-LINE               04057420
           END-IF.                                                      04057430
       2250-EXIT.                                                       04057440
           EXIT.                                                        04057520
                                                                        04057600
