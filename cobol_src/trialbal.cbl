      *  TRIALBAL - DAILY TRIAL BALANCE OF POSTINGS AGAINST BALANCES   *00150000
      *                                                                *00160000
      *  FUNCTION : PROVES THE MONEY.  FOR THE BUSINESS DATE ON SYSIN  *00170000
      *             (YYYYMMDD, DEFAULT THE BUSDATE CONTROL DATE) :     *00180000
      *                                                                *00190000
      *               - PASS 1 SWEEPS THE DAY'S PROCTRAN ENTRIES INTO  *00200000
      *                 A KEYED NET-MOVEMENT WORK FILE, ONE ROW PER    *00210000
      *                    SUBSYSTEM AT START AND END                  *00506666
      *  2026-09-02  BAG   CLASSIFY THE NEWER MONETARY TYPES (UNC/    * 00508000
      *                    TDM/LND/DDI/PRT CREDIT, ESC/TDO/LNR DEBIT) * 00508500
      *  2026-10-15  BAG   TREAT CUSTOMER LOAN RECOVERIES (LRC) AS A   *00509000
      *                    DEBIT                                       *00509500
      *  2026-10-15  BAG   KEEP CONTROL TOTALS OF THE DAY'S            *00509666
      *                    PROCTRAN ROWS READ FOR BALCHK               *00509832
      *  2026-10-15  BAG   CASHBACK (CBK) AND CASHBACK CLAWBACK (CBC)  *00509888
      *                    MOVE THE BALANCE                            *00509944
      *  2026-10-15  BAG   BUSINESS DATE FROM BUSDATE, NOT THE CLOCK;  *00509955
      *                    SYSIN STILL OVERRIDES IT                    *00509966
      *  2026-10-15  BAG   NOTICE PENALTY (NTP) IS A DEBIT, DEPOSIT    *00509977
      *                    BREAK AND WITHDRAWAL (TDB/TDW) CREDITS      *00509988
      ******************************************************************00510000
       ENVIRONMENT DIVISION.                                            00520000
       INPUT-OUTPUT SECTION.                                            00530000
           05  TRIALBAL-EFFECT-TYPE        PIC X(3)  VALUE SPACES.      01470000
               88  TRIALBAL-CREDIT-EFFECT      VALUE 'CRE' 'TFC'        01480000
                   'PCR' 'CHI' 'INT' 'DPC' 'REV' 'UNC' 'TDM'            01490000
                   'LND' 'DDI' 'PRT' 'CBK' 'TDB' 'TDW'.                 01495000
               88  TRIALBAL-DEBIT-EFFECT       VALUE 'DEB' 'TFD'        01500000
                   'PDR' 'CHO' 'CHF' 'FEE' 'ESC' 'TDO' 'LNR' 'LRC'      01506666
                   'CBC' 'NTP'.                                         01513332
           05  TRIALBAL-PREV-BALANCE       PIC S9(10)V99 VALUE ZERO.    01520000
           05  TRIALBAL-NET-POSTED         PIC S9(11)V99 VALUE ZERO.    01530000
           05  TRIALBAL-ACTUAL-DELTA       PIC S9(11)V99 VALUE ZERO.    01540000
                                                                        01860000
       01  RUNCTL-REQUEST-AREA.                                         01862500
           COPY RUNCTLQ.                                                01865000
                                                                        01865625
       01  BALTOT-REQUEST-AREA.                                         01866250
           COPY BALTOTQ.                                                01866875
                                                                        01867000
       01  BUSDATE-REQUEST-AREA.                                        01867200
           COPY BUSDATEQ.                                               01867400
                                                                        01867500
      ******************************************************************01870000
       PROCEDURE DIVISION.                                              01880000
               DISPLAY 'TRIALBAL - HELD - PREDECESSOR NOT COMPLETE'     02106000
               STOP RUN                                                 02107000
           END-IF                                                       02108000
                                                                        02108200
           MOVE 'TRIALBAL' TO BALTOT-REQ-JOB                            02108400
           SET BALTOT-REQ-CONSUMER TO TRUE                              02108600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02108800
                                                                        02109000
           OPEN INPUT  ACCOUNT-FILE                                     02110000
           OPEN INPUT  PROCTRAN-FILE                                    02120000
           OPEN INPUT  PARAMETER-FILE                                   02180000
           OPEN OUTPUT TBAL-RPT                                         02190000
                                                                        02200000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02210000
           MOVE BUSDATE-REQ-CURRENT TO TRIALBAL-BUSINESS-DATE           02215000
                                                                        02220000
           READ PARAMETER-FILE INTO TRIALBAL-PARM-REDEF                 02230000
               AT END                                                   02240000
           EXIT.                                                        02490000
                                                                        02500000
      ******************************************************************02510000
      *  2100-SWEEP-ONE - READ ONE POSTING AND, IF IT BELONGS TO THE   *02517500
      *  BUSINESS DATE, COUNT IT INTO THE CONTROL TOTALS AND, IF IT    *02525000
      *  MOVES MONEY, FOLD ITS SIGNED EFFECT IN.                       *02532500
      ******************************************************************02540000
       2100-SWEEP-ONE.                                                  02550000
           READ PROCTRAN-FILE NEXT RECORD                               02560000
              NOT = TRIALBAL-BUSINESS-DATE                              02670000
               GO TO 2100-EXIT                                          02680000
           END-IF                                                       02690000
                                                                        02693333
           PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT                02696666
                                                                        02700000
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC                     02710000
               TO TRIALBAL-EFFECT-TYPE                                  02720000
       8000-EXIT.                                                       04410000
           EXIT.                                                        04420000
                                                                        04430000
      ******************************************************************04430666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST READ TO    *04431332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *04431998
      ******************************************************************04432664
       8900-ADD-CONTROL-TOTAL.                                          04433330
           SET BALTOT-REQ-ADD TO TRUE                                   04433996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  04434662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  04435328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   04435994
               TO BALTOT-REQ-AMOUNT                                     04436660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          04437326
       8900-EXIT.                                                       04437992
           EXIT.                                                        04438658
                                                                        04439324
      ******************************************************************04440000
      *  9000-TERMINATE - CLOSE THE FILES.                             *04450000
      ******************************************************************04460000
       9000-TERMINATE.                                                  04470000
           SET BALTOT-REQ-WRITE TO TRUE                                 04470500
           CALL 'BALTOT' USING BALTOT-REQUEST                           04471000
                                                                        04471500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              04472000
           MOVE TRIALBAL-SCANNED-COUNT TO RUNCTL-REQ-COUNT              04474000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04476000
