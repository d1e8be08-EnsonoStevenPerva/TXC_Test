      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00250000
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE           *00252000
      *             ACCHOLD  - VSAM KSDS - ACCOUNT HOLDER LINKS        *00256000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00258000
      *             KYCPROF  - VSAM KSDS - KYC RISK PROFILES           *00259000
      *                                                                *00260000
      *  CHANGE HISTORY                                                *00270000
      *  ----------------------------------------------------------    *00280000
      *  2026-08-22  BAG   JOINT ACCOUNTS VIA THE ACCHOLD LINK FILE    *00308000
      *  2026-09-02  BAG   ACCOUNTS OPENABLE IN A DESIGNATED         *  00308200
      *                    CURRENCY QUOTED ON THE FX RATE MASTER     *  00308300
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00308866
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00309432
      *  2026-10-15  BAG   REFUSE NEW ACCOUNTS WHILE EITHER HOLDER'S   *00309574
      *                    KYC HAS LAPSED OR ITS REVIEW IS PAST DUE    *00309716
      *                    (FAIL K)                                    *00309858
      *  2026-10-15  BAG   A NEW ACCOUNT STARTS AT VERSION STAMP 1     *00309929
      *                                                                *00310000
      ******************************************************************00320000
       DATA DIVISION.                                                   00330000
       01  ACCKD-PARAMETER-AREA.                                        00600010
           COPY ACCKDQ.                                                 00600015
                                                                        00600020
       01  CREACC-KYCPROF-REC.                                          00600851
           COPY KYCPROF.                                                00601682
                                                                        00602098
       01  CREACC-BUSDATE-REC.                                          00602515
           COPY BUSDATE.                                                00605010
                                                                        00607505
       LINKAGE SECTION.                                                 00610000
       01  DFHCOMMAREA.                                                 00620000
           COPY CREACC.                                                 00630000
       0000-MAINLINE.                                                   00680000
           MOVE SPACE TO COMM-SUCCESS                                   00690000
           MOVE SPACE TO COMM-FAIL-CODE                                 00700000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CREACC-BUSDATE-REC   00700714
           EXEC CICS                                                    00701428
               READ DATASET('BUSDATE')                                  00702142
                    INTO(CREACC-BUSDATE-REC)                            00702856
                    RIDFLD(BUSDATE-KEY OF CREACC-BUSDATE-REC)           00703570
                    RESP(CREACC-RESP)                                   00704284
           END-EXEC                                                     00704998
           IF CREACC-RESP = DFHRESP(NORMAL)                             00705712
               MOVE BUSDATE-CURRENT-DATE OF CREACC-BUSDATE-REC          00706426
                   TO CREACC-TODAYS-DATE                                00707140
           ELSE                                                         00707854
               ACCEPT CREACC-TODAYS-DATE FROM DATE YYYYMMDD             00708568
           END-IF                                                       00709282
                                                                        00710000
           PERFORM 0500-VALIDATE-SORTCODE THRU 0500-EXIT                00720000
                                                                        00722000
               MOVE '1' TO COMM-FAIL-CODE                               01380000
           END-IF                                                       01382500
                                                                        01385000
           IF COMM-FAIL-CODE = SPACE                                    01386666
              AND CUSTOMER-DECEASED OF CREACC-CUSTOMER-REC              01388332
               MOVE '7' TO COMM-FAIL-CODE                               01389998
           END-IF                                                       01391664
                                                                        01393330
           IF COMM-FAIL-CODE = SPACE                                    01394996
               PERFORM 1070-CHECK-KYC THRU 1070-EXIT                    01396662
           END-IF.                                                      01398328
       1000-EXIT.                                                       01400000
           EXIT.                                                        01410000
                                                                        01410357
           END-IF                                                       01417497
                                                                        01417854
           IF CUSTOMER-DECEASED OF CREACC-CUSTOMER-REC                  01418211
               MOVE '7' TO COMM-FAIL-CODE                               01418389
               GO TO 1050-EXIT                                          01418567
           END-IF                                                       01418745
                                                                        01418923
           PERFORM 1070-CHECK-KYC THRU 1070-EXIT.                       01419101
       1050-EXIT.                                                       01419282
           EXIT.                                                        01419639
                                                                        01420000
      ******************************************************************01420005
      *  1070-CHECK-KYC - THE CUSTOMER JUST READ MUST NOT HAVE A       *01420010
      *  LAPSED KYC PROFILE OR A PERIODIC REVIEW PAST DUE.  A          *01420015
      *  CUSTOMER THE NIGHTLY KYCREVW RUN HAS NOT YET PROFILED IS      *01420020
      *  NOT REFUSED.                                                  *01420025
      ******************************************************************01420030
       1070-CHECK-KYC.                                                  01420035
           MOVE CREACC-CUST-KEY-SCODE  TO KYCPROF-SORTCODE              01420040
                                           OF CREACC-KYCPROF-REC        01420045
           MOVE CREACC-CUST-KEY-NUMBER TO KYCPROF-CUSTOMER              01420050
                                           OF CREACC-KYCPROF-REC        01420055
                                                                        01420060
           EXEC CICS                                                    01420065
               READ DATASET('KYCPROF')                                  01420070
                    INTO(CREACC-KYCPROF-REC)                            01420075
                    RIDFLD(KYCPROF-KEY OF CREACC-KYCPROF-REC)           01420080
                    RESP(CREACC-RESP)                                   01420085
           END-EXEC                                                     01420090
                                                                        01420095
           IF CREACC-RESP NOT = DFHRESP(NORMAL)                         01420100
               GO TO 1070-EXIT                                          01420105
           END-IF                                                       01420110
                                                                        01420115
           IF KYCPROF-LAPSED OF CREACC-KYCPROF-REC                      01420120
               MOVE 'K' TO COMM-FAIL-CODE                               01420125
               GO TO 1070-EXIT                                          01420130
           END-IF                                                       01420135
                                                                        01420140
           IF KYCPROF-NEXT-REVIEW-DATE OF CREACC-KYCPROF-REC NOT = ZERO 01420145
              AND KYCPROF-NEXT-REVIEW-DATE OF CREACC-KYCPROF-REC        01420150
                  < CREACC-TODAYS-DATE                                  01420155
               MOVE 'K' TO COMM-FAIL-CODE                               01420160
           END-IF.                                                      01420165
       1070-EXIT.                                                       01420170
           EXIT.                                                        01420175
                                                                        01420190
      ******************************************************************01420208
      *  1080-VALIDATE-CURRENCY - A BLANK OR GBP CURRENCY IS          * 01420416
      *  STERLING, THE DEFAULT.  ANYTHING ELSE MUST BE QUOTED ON      * 01420624
               MOVE COMM-CURRENCY TO ACCOUNT-CURRENCY                   02064000
                                      OF CREACC-ACCOUNT-REC             02065000
           END-IF                                                       02066000
           MOVE 1 TO ACCOUNT-VERSION OF CREACC-ACCOUNT-REC              02068000
                                                                        02070000
           MOVE ACCOUNT-NUMBER OF CREACC-ACCOUNT-REC                    02080000
                                  TO COMM-ACCNO.                        02090000
