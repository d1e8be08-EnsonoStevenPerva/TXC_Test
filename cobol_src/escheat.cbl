      *             ACCOUNT WHOSE LAST CUSTOMER-INITIATED MOVEMENT     *00180000
      *             (FROM THE LAST-ACTIVITY WORK FILE DORMSCN          *00190000
      *             MAINTAINS) IS OLDER THAN THE STATUTORY PERIOD      *00200000
      *             (SYSTEM PARAMETER ESCHEAT STATUTORY-YEARS, DEFAULT *00206666
      *             15, SYSIN OVERRIDE; THE VALUE USED IS PRINTED) :   *00213332
      *                                                                *00220000
      *               - MOVES THE BALANCE TO THE UNCLAIMED-FUNDS       *00230000
      *                 LEDGER (COPYBOOK UNCLAIM) WITH THE OWNING      *00240000
      *             UNCFILE  - VSAM KSDS - UNCLAIMED FUNDS (I-O)       *00400000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00410000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00420000
      *             SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (PARMGET) *00426666
      *             SYSIN    - PARAMETER - STATUTORY YEARS OVERRIDE    *00433332
      *             ESCRPT   - ESCHEATMENT REGISTER (OUTPUT)           *00440000
      *                                                                *00450000
      *  CHANGE HISTORY                                                *00460000
      *                    UNCLAIMED LEDGER IS STERLING-ONLY         * 00496000
      *  2026-09-02  BAG   OVERDRAWN DORMANT ACCOUNTS STAY OPEN AND  * 00497000
      *                    LISTED - NEVER SILENTLY WRITTEN OFF       * 00498000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00493333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00496666
      *  2026-10-15  BAG   STATUTORY PERIOD FROM THE SYSTEM PARAMETER  *00497777
      *                    FILE, SYSIN NOW AN OVERRIDE; VALUE PRINTED  *00498888
      *  2026-10-15  BAG   RAISE THE ACCOUNT VERSION STAMP WHEN AN     *00499258
      *                    ACCOUNT IS CLOSED                           *00499628
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00499752
      *                    BALCHK THROUGH BALTOT                       *00499876
      *                                                                *00500000
      ******************************************************************00510000
       ENVIRONMENT DIVISION.                                            00520000
           05  ESCHEAT-MOVED-AMOUNT        PIC S9(13)V99 COMP-3         01570000
                                                     VALUE ZERO.        01580000
           05  ESCHEAT-YEARS               PIC 99    VALUE 15.          01590000
           05  ESCHEAT-YEARS-SOURCE        PIC X(8)  VALUE 'DEFAULT'.   01593333
           05  ESCHEAT-YEARS-EFFECTIVE     PIC 9(8)  VALUE ZERO.        01596666
           05  ESCHEAT-CURRENT-DATE        PIC 9(8).                    01600000
           05  ESCHEAT-CURRENT-TIME        PIC 9(6).                    01610000
           05  ESCHEAT-CUTOFF-DATE         PIC 9(8)  VALUE ZERO.        01620000
           05  ESCHEAT-SUM-AMOUNT          PIC -(12)9.99.               02070000
           05  FILLER                      PIC X(40) VALUE SPACES.      02080000
                                                                        02090000
       01  ESCHEAT-PARM-LINE.                                           02090909
           05  FILLER                      PIC X(20) VALUE              02091818
               'STATUTORY YEARS   : '.                                  02092727
           05  ESCHEAT-PL-VALUE            PIC Z(8)9.                   02093636
           05  FILLER                      PIC X(1)  VALUE SPACE.       02094545
           05  ESCHEAT-PL-SOURCE           PIC X(8).                    02095454
           05  FILLER                      PIC X(1)  VALUE SPACE.       02096363
           05  ESCHEAT-PL-EFFECTIVE        PIC 9(8)  BLANK WHEN ZERO.   02097272
           05  FILLER                      PIC X(33) VALUE SPACES.      02098181
                                                                        02099090
       01  RUNCTL-REQUEST-AREA.                                         02100000
           COPY RUNCTLQ.                                                02110000
                                                                        02110625
       01  BALTOT-REQUEST-AREA.                                         02111250
           COPY BALTOTQ.                                                02111875
                                                                        02112500
       01  BUSDATE-REQUEST-AREA.                                        02115000
           COPY BUSDATEQ.                                               02117500
                                                                        02117916
       01  PARMGET-REQUEST-AREA.                                        02118333
           COPY PARMGETQ.                                               02119166
                                                                        02120000
      ******************************************************************02130000
       PROCEDURE DIVISION.                                              02140000
               DISPLAY 'ESCHEAT - HELD - PREDECESSOR NOT COMPLETE'      02390000
               STOP RUN                                                 02400000
           END-IF                                                       02410000
                                                                        02412000
           MOVE 'ESCHEAT' TO BALTOT-REQ-JOB                             02414000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02416000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02418000
                                                                        02420000
           OPEN I-O    ACCOUNT-FILE                                     02430000
           OPEN INPUT  ACTIVITY-FILE                                    02440000
           OPEN INPUT  PARAMETER-FILE                                   02490000
           OPEN OUTPUT ESC-RPT                                          02500000
                                                                        02510000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02516666
           MOVE BUSDATE-REQ-CURRENT TO ESCHEAT-CURRENT-DATE             02523332
           ACCEPT ESCHEAT-CURRENT-TIME FROM TIME                        02530000
                                                                        02540000
           PERFORM 1100-READ-PARAMETER THRU 1100-EXIT                   02550000
           EXIT.                                                        02720000
                                                                        02730000
      ******************************************************************02740000
      *  1100-READ-PARAMETER - THE STATUTORY PERIOD ON THE PARAMETER   *02747500
      *  FILE AS OF TODAY REPLACES THE DEFAULT; A TWO-DIGIT YEAR COUNT *02755000
      *  ON SYSIN OVERRIDES EITHER FOR THE RUN.                        *02762500
      ******************************************************************02770000
       1100-READ-PARAMETER.                                             02780000
           MOVE 'ESCHEAT' TO PARMGET-REQ-SUBSYSTEM                      02780833
           MOVE 'STATUTORY-YEARS' TO PARMGET-REQ-NAME                   02781666
           MOVE ESCHEAT-CURRENT-DATE TO PARMGET-REQ-AS-OF               02782499
           CALL 'PARMGET' USING PARMGET-REQUEST                         02783332
           IF PARMGET-REQ-FOUND                                         02784165
              AND PARMGET-REQ-NUMBER > ZERO                             02784998
              AND PARMGET-REQ-NUMBER < 100                              02785831
               MOVE PARMGET-REQ-NUMBER TO ESCHEAT-YEARS                 02786664
               MOVE 'PARMFILE' TO ESCHEAT-YEARS-SOURCE                  02787497
               MOVE PARMGET-REQ-EFFECTIVE TO ESCHEAT-YEARS-EFFECTIVE    02788330
           END-IF                                                       02789163
                                                                        02789581
           READ PARAMETER-FILE                                          02790000
               AT END                                                   02800000
                   GO TO 1100-EXIT                                      02810000
           IF PARAMETER-FILE-REC(1:2) IS NUMERIC                        02840000
              AND PARAMETER-FILE-REC(1:2) NOT = '00'                    02850000
               MOVE PARAMETER-FILE-REC(1:2) TO ESCHEAT-YEARS            02860000
               MOVE 'SYSIN' TO ESCHEAT-YEARS-SOURCE                     02863333
               MOVE ZERO TO ESCHEAT-YEARS-EFFECTIVE                     02866666
           END-IF.                                                      02870000
       1100-EXIT.                                                       02880000
           EXIT.                                                        02890000
                                                                        03640000
           MOVE ZERO TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC             03650000
           SET ACCOUNT-CLOSED OF ACCOUNT-FILE-REC TO TRUE               03660000
           ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-FILE-REC                 03665000
           REWRITE ACCOUNT-FILE-REC                                     03670000
               INVALID KEY                                              03680000
                   DISPLAY 'ESCHEAT - CRITICAL - ACCOUNT REWRITE '      03690000
                   DISPLAY 'ESCHEAT - CRITICAL - ESC WRITE FAILED '     04830000
                       'FOR ACCOUNT ' ACCOUNT-NUMBER                    04840000
                           OF ACCOUNT-FILE-REC                          04850000
               NOT INVALID KEY                                          04853333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04856666
           END-WRITE.                                                   04860000
       2500-EXIT.                                                       04870000
           EXIT.                                                        04880000
           EXIT.                                                        05060000
                                                                        05070000
      ******************************************************************05080000
      *  3000-PRINT-SUMMARY - WRITE THE RUN TOTALS AND THE STATUTORY   *05086666
      *  PERIOD THE RUN USED.                                          *05093332
      ******************************************************************05100000
       3000-PRINT-SUMMARY.                                              05110000
           MOVE SPACES TO ESC-RPT-LINE                                  05120000
           WRITE ESC-RPT-LINE FROM ESCHEAT-SUMMARY-LINE-3               05220000
                                                                        05230000
           MOVE ESCHEAT-MOVED-AMOUNT TO ESCHEAT-SUM-AMOUNT              05240000
           WRITE ESC-RPT-LINE FROM ESCHEAT-SUMMARY-LINE-4               05242857
                                                                        05245714
           MOVE ESCHEAT-YEARS TO ESCHEAT-PL-VALUE                       05248571
           MOVE ESCHEAT-YEARS-SOURCE TO ESCHEAT-PL-SOURCE               05251428
           MOVE ESCHEAT-YEARS-EFFECTIVE TO ESCHEAT-PL-EFFECTIVE         05254285
           WRITE ESC-RPT-LINE FROM ESCHEAT-PARM-LINE.                   05257142
       3000-EXIT.                                                       05260000
           EXIT.                                                        05270000
                                                                        05280000
      ******************************************************************05280666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05281332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05281998
      ******************************************************************05282664
       8900-ADD-CONTROL-TOTAL.                                          05283330
           SET BALTOT-REQ-ADD TO TRUE                                   05283996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05284662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05285328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05285994
               TO BALTOT-REQ-AMOUNT                                     05286660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05287326
       8900-EXIT.                                                       05287992
           EXIT.                                                        05288658
                                                                        05289324
      ******************************************************************05290000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *05300000
      *  FILES.                                                        *05310000
      ******************************************************************05320000
       9000-TERMINATE.                                                  05330000
           SET BALTOT-REQ-WRITE TO TRUE                                 05332500
           CALL 'BALTOT' USING BALTOT-REQUEST                           05335000
                                                                        05337500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05340000
           MOVE ESCHEAT-READ-COUNT TO RUNCTL-REQ-COUNT                  05350000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05360000
