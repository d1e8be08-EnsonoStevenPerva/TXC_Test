      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00260000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00270000
      *             CUSCHG   - VSAM KSDS - CUSTOMER CHANGE HISTORY     *00280000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00285000
      *                                                                *00290000
      *  CHANGE HISTORY                                                *00300000
      *  ----------------------------------------------------------    *00310000
      *  2026-08-09  BAG   INITIAL VERSION                             *00330000
      *  2026-08-22  BAG   INITIALIZE THE MINOR FIELDS THE CUSCHG      *00333333
      *                    RECORD GAINED                               *00336666
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00337777
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00338888
      *  2026-10-15  BAG   INITIALIZE THE CONSENT FIELDS THE CUSCHG    *00339258
      *                    RECORD GAINED                               *00339628
      *  2026-10-15  BAG   INITIALIZE THE PHONE FIELDS THE CUSCHG      *00339752
      *                    RECORD GAINED                               *00339876
      *  2026-10-15  BAG   INITIALIZE THE OVERDRAFT LIMIT FIELDS THE   *00339917
      *                    CUSCHG RECORD GAINED                        *00339958
      *  2026-10-15  BAG   RAISE THE CUSTOMER VERSION STAMP WHEN AN    *00339972
      *                    OVERRIDE IS APPLIED                         *00339986
      *                                                                *00340000
      ******************************************************************00350000
       DATA DIVISION.                                                   00360000
       01  CSAPPRV-CUSCHG-REC.                                          00540000
           COPY CUSCHG.                                                 00550000
                                                                        00560000
       01  CSAPPRV-BUSDATE-REC.                                         00562500
           COPY BUSDATE.                                                00565000
                                                                        00567500
       LINKAGE SECTION.                                                 00570000
       01  DFHCOMMAREA.                                                 00580000
           COPY CSAPPRV.                                                00590000
           MOVE SPACE TO COMM-APPR-SUCCESS                              00650000
           MOVE SPACE TO COMM-APPR-FAIL-CD                              00660000
           MOVE EIBOPID TO CSAPPRV-APPROVER-USERID                      00663000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CSAPPRV-BUSDATE-REC  00663500
           EXEC CICS                                                    00664000
               READ DATASET('BUSDATE')                                  00664500
                    INTO(CSAPPRV-BUSDATE-REC)                           00665000
                    RIDFLD(BUSDATE-KEY OF CSAPPRV-BUSDATE-REC)          00665500
                    RESP(CSAPPRV-RESP)                                  00666000
           END-EXEC                                                     00666500
           IF CSAPPRV-RESP = DFHRESP(NORMAL)                            00667000
               MOVE BUSDATE-CURRENT-DATE OF CSAPPRV-BUSDATE-REC         00667500
                   TO CSAPPRV-TODAYS-DATE                               00668000
           ELSE                                                         00668500
               ACCEPT CSAPPRV-TODAYS-DATE FROM DATE YYYYMMDD            00669000
           END-IF                                                       00669500
                                                                        00670000
           PERFORM 1000-READ-OVERRIDE-REQ THRU 1000-EXIT                00680000
                                                                        00690000
                        TO CUSTOMER-CS-REVIEW-DATE                      01690000
                           OF CSAPPRV-CUSTOMER-REC                      01700000
                                                                        01710000
           ADD 1 TO CUSTOMER-VERSION OF CSAPPRV-CUSTOMER-REC            01715000
           EXEC CICS                                                    01720000
               REWRITE DATASET('CUSTOMER')                              01730000
                       FROM(CSAPPRV-CUSTOMER-REC)                       01740000
           SET CUSCHG-MINOR-NOT-CHANGED  OF CSAPPRV-CUSCHG-REC TO TRUE  02292500
           MOVE SPACE TO CUSCHG-OLD-MINOR-FLAG OF CSAPPRV-CUSCHG-REC    02295000
                         CUSCHG-NEW-MINOR-FLAG OF CSAPPRV-CUSCHG-REC    02297500
           SET CUSCHG-CONSENT-NOT-CHANGED OF CSAPPRV-CUSCHG-REC TO TRUE 02297916
           MOVE SPACES TO CUSCHG-OLD-CONSENTS OF CSAPPRV-CUSCHG-REC     02298332
                          CUSCHG-NEW-CONSENTS OF CSAPPRV-CUSCHG-REC     02298748
                          CUSCHG-CONSENT-CAPTURE OF CSAPPRV-CUSCHG-REC  02299164
                          CUSCHG-CONSENT-OPERATOR OF CSAPPRV-CUSCHG-REC 02299580
           SET CUSCHG-PHONE-NOT-CHANGED OF CSAPPRV-CUSCHG-REC TO TRUE   02299685
           MOVE SPACES TO CUSCHG-OLD-PHONE OF CSAPPRV-CUSCHG-REC        02299790
                          CUSCHG-NEW-PHONE OF CSAPPRV-CUSCHG-REC        02299895
           SET CUSCHG-ODLIMIT-NOT-CHANGED OF CSAPPRV-CUSCHG-REC TO TRUE 02299908
           MOVE ZERO TO CUSCHG-ODLIMIT-SORTCODE OF CSAPPRV-CUSCHG-REC   02299921
                        CUSCHG-ODLIMIT-ACCOUNT OF CSAPPRV-CUSCHG-REC    02299934
                        CUSCHG-OLD-ODLIMIT OF CSAPPRV-CUSCHG-REC        02299947
                        CUSCHG-NEW-ODLIMIT OF CSAPPRV-CUSCHG-REC        02299960
                        CUSCHG-ODLIMIT-EFFECTIVE-DATE                   02299973
                           OF CSAPPRV-CUSCHG-REC                        02299986
           SET CUSCHG-SCORE-CHANGED  OF CSAPPRV-CUSCHG-REC TO TRUE      02300000
           SET CUSCHG-REVIEW-CHANGED OF CSAPPRV-CUSCHG-REC TO TRUE      02310000
           MOVE CSOVRQ-OLD-CREDIT-SCORE OF CSAPPRV-CSOVRQ-REC           02320000
