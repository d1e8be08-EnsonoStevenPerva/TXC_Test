      *             CUSTOMER-RECORD BY CUSTOMER-KEY FOR UPDATE,        *00170000
      *             APPLIES THE CHANGED FIELDS AND REWRITES IT.        *00180000
      *             SETS COMM-UPD-SUCCESS/COMM-UPD-FAIL-CD.            *00190000
      *             THE CALLER SENDS BACK THE VERSION STAMP INQCUST    *00191666
      *             RETURNED; IF THE CUSTOMER HAS BEEN CHANGED SINCE,  *00193332
      *             NOTHING IS APPLIED, THE UPDATE FAILS WITH CODE 'C' *00194998
      *             AND THE REFUSAL IS LOGGED ON UPDCONF.  A           *00196664
      *             SUCCESSFUL UPDATE RAISES THE STAMP AND RETURNS IT. *00198330
      *                                                                *00200000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00210000
      *             PCODE    - VSAM KSDS - POSTCODE MASTER            * 00215000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00217500
      *             UPDCONF  - VSAM KSDS - UPDATE CONFLICT LOG         *00218750
      *                                                                *00220000
      *  CHANGE HISTORY                                                *00230000
      *  ----------------------------------------------------------    *00240000
      *                    MINOR FIELDS THE CUSCHG RECORD GAINED       *00267500
      *  2026-09-02  BAG   VALIDATE A CHANGED ADDRESS'S POSTCODE      * 00268000
      *                    AGAINST THE POSTCODE MASTER                * 00268500
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00269000
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00269500
      *  2026-10-15  BAG   INITIALIZE THE CONSENT FIELDS THE CUSCHG    *00269666
      *                    RECORD GAINED                               *00269832
      *  2026-10-15  BAG   RECORD A CHANGED PHONE NUMBER ON THE        *00269888
      *                    CUSCHG CHANGE HISTORY                       *00269944
      *  2026-10-15  BAG   INITIALIZE THE OVERDRAFT LIMIT FIELDS THE   *00269962
      *                    CUSCHG RECORD GAINED                        *00269980
      *  2026-10-15  BAG   REFUSE AN UPDATE WHOSE VERSION STAMP NO     *00269985
      *                    LONGER MATCHES THE CUSTOMER; LOG IT ON      *00269990
      *                    UPDCONF                                     *00269995
      *                                                                *00270000
      ******************************************************************00280000
       DATA DIVISION.                                                   00290000
                                                                        01010500
       01  UPDCUST-PCODE-REC.                                           01010900
           COPY PCODE.                                                  01011300
                                                                        01011400
       01  UPDCUST-UPDCONF-REC.                                         01011500
           COPY UPDCONF.                                                01011600
                                                                        01011700
      *   THE COMMAREA ADDRESS SEEN AS THE STRUCTURED LINES OF          01012100
      *   CUSTOMER-ADDR-GROUP, SO A CHANGED ADDRESS'S POSTCODE CAN      01012500
           05  UPDCUST-ADDR-POSTCODE      PIC X(8).                     01015300
           05  FILLER                     PIC X(12).                    01015700
                                                                        01020000
       01  UPDCUST-BUSDATE-REC.                                         01022500
           COPY BUSDATE.                                                01025000
                                                                        01027500
       LINKAGE SECTION.                                                 01030000
       01  DFHCOMMAREA.                                                 01040000
           COPY UPDCUST.                                                01050000
      *  MINIMUM AGE, UNLESS THE CALLER HAS FLAGGED A MINOR ACCOUNT.   *01580000
      ******************************************************************01590000
       0400-VALIDATE-DOB.                                               01600000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF UPDCUST-BUSDATE-REC  01601428
           EXEC CICS                                                    01602856
               READ DATASET('BUSDATE')                                  01604284
                    INTO(UPDCUST-BUSDATE-REC)                           01605712
                    RIDFLD(BUSDATE-KEY OF UPDCUST-BUSDATE-REC)          01607140
                    RESP(UPDCUST-RESP)                                  01608568
           END-EXEC                                                     01609996
           IF UPDCUST-RESP = DFHRESP(NORMAL)                            01611424
               MOVE BUSDATE-CURRENT-DATE OF UPDCUST-BUSDATE-REC         01612852
                   TO UPDCUST-CURRENT-DATE                              01614280
           ELSE                                                         01615708
               ACCEPT UPDCUST-CURRENT-DATE FROM DATE YYYYMMDD           01617136
           END-IF                                                       01618564
                                                                        01620000
           PERFORM 0410-CHECK-CALENDAR THRU 0410-EXIT                   01630000
                                                                        01640000
           EXIT.                                                        02970000
                                                                        02980000
      ******************************************************************02990000
      *  1000-READ-CUSTOMER - READ THE CUSTOMER RECORD FOR UPDATE AND  *02996666
      *  CONFIRM NOBODY HAS CHANGED IT SINCE THE CALLER'S INQUIRY.     *03003332
      ******************************************************************03010000
       1000-READ-CUSTOMER.                                              03020000
           MOVE COMM-SCODE  TO UPDCUST-KEY-SORTCODE                     03030000
               IF UPDCUST-RESP NOT = DFHRESP(NORMAL)                    03170000
                   MOVE '8' TO COMM-UPD-FAIL-CD                         03180000
               END-IF                                                   03190000
           END-IF                                                       03200000
                                                                        03201250
           IF COMM-UPD-FAIL-CD = SPACE                                  03202500
              AND CUSTOMER-VERSION OF UPDCUST-CUSTOMER-REC              03203750
                  NOT = COMM-UPD-VERSION                                03205000
               MOVE 'C' TO COMM-UPD-FAIL-CD                             03206250
               PERFORM 1100-LOG-CONFLICT THRU 1100-EXIT                 03207500
           END-IF.                                                      03208750
       1000-EXIT.                                                       03210000
           EXIT.                                                        03220000
                                                                        03220312
      ******************************************************************03220624
      *  1100-LOG-CONFLICT - RECORD THE REFUSED UPDATE ON THE UPDATE   *03220936
      *  CONFLICT LOG.  THE LOG IS FOR MONITORING ONLY, SO A FAILED    *03221248
      *  WRITE DOES NOT CHANGE THE OUTCOME.                            *03221560
      ******************************************************************03221872
       1100-LOG-CONFLICT.                                               03222184
           MOVE 'UCNF'   TO UPDCONF-EYECATCHER OF UPDCUST-UPDCONF-REC   03222496
           MOVE UPDCUST-CURRENT-DATE                                    03222808
                         TO UPDCONF-DATE OF UPDCUST-UPDCONF-REC         03223120
           MOVE EIBTIME  TO UPDCONF-TIME OF UPDCUST-UPDCONF-REC         03223432
           MOVE EIBTASKN TO UPDCONF-TASK OF UPDCUST-UPDCONF-REC         03223744
           MOVE 'UPDCUST'  TO UPDCONF-PROGRAM OF UPDCUST-UPDCONF-REC    03224056
           MOVE 'CUSTOMER' TO UPDCONF-DATASET OF UPDCUST-UPDCONF-REC    03224368
           MOVE UPDCUST-KEY                                             03224680
                         TO UPDCONF-RECORD-KEY OF UPDCUST-UPDCONF-REC   03224992
           MOVE 'U'      TO UPDCONF-ACTION OF UPDCUST-UPDCONF-REC       03225304
           MOVE SPACES   TO UPDCONF-OPERATOR OF UPDCUST-UPDCONF-REC     03225616
           MOVE COMM-UPD-VERSION                                        03225928
                         TO UPDCONF-SENT-VERSION OF UPDCUST-UPDCONF-REC 03226240
           MOVE CUSTOMER-VERSION OF UPDCUST-CUSTOMER-REC                03226552
                         TO UPDCONF-FILE-VERSION OF UPDCUST-UPDCONF-REC 03226864
                                                                        03227176
           EXEC CICS                                                    03227488
               WRITE DATASET('UPDCONF')                                 03227800
                     FROM(UPDCUST-UPDCONF-REC)                          03228112
                     RIDFLD(UPDCONF-KEY OF UPDCUST-UPDCONF-REC)         03228424
                     RESP(UPDCUST-RESP2)                                03228736
           END-EXEC.                                                    03229048
       1100-EXIT.                                                       03229360
           EXIT.                                                        03229672
                                                                        03230000
      ******************************************************************03240000
      *  2000-APPLY-CHANGES - MOVE THE CHANGED FIELDS INTO THE RECORD. *03250000
           SET CUSCHG-MINOR-NOT-CHANGED  TO TRUE                        03332500
           MOVE SPACE TO CUSCHG-OLD-MINOR-FLAG OF UPDCUST-CUSCHG-REC    03335000
           MOVE SPACE TO CUSCHG-NEW-MINOR-FLAG OF UPDCUST-CUSCHG-REC    03337500
           SET CUSCHG-CONSENT-NOT-CHANGED TO TRUE                       03337916
           MOVE SPACES TO CUSCHG-OLD-CONSENTS OF UPDCUST-CUSCHG-REC     03338332
                          CUSCHG-NEW-CONSENTS OF UPDCUST-CUSCHG-REC     03338748
                          CUSCHG-CONSENT-CAPTURE OF UPDCUST-CUSCHG-REC  03339164
                          CUSCHG-CONSENT-OPERATOR OF UPDCUST-CUSCHG-REC 03339580
           SET CUSCHG-PHONE-NOT-CHANGED TO TRUE                         03339685
           MOVE SPACES TO CUSCHG-OLD-PHONE OF UPDCUST-CUSCHG-REC        03339790
                          CUSCHG-NEW-PHONE OF UPDCUST-CUSCHG-REC        03339895
           SET CUSCHG-ODLIMIT-NOT-CHANGED TO TRUE                       03339908
           MOVE ZERO TO CUSCHG-ODLIMIT-SORTCODE OF UPDCUST-CUSCHG-REC   03339921
                        CUSCHG-ODLIMIT-ACCOUNT OF UPDCUST-CUSCHG-REC    03339934
                        CUSCHG-OLD-ODLIMIT OF UPDCUST-CUSCHG-REC        03339947
                        CUSCHG-NEW-ODLIMIT OF UPDCUST-CUSCHG-REC        03339960
                        CUSCHG-ODLIMIT-EFFECTIVE-DATE                   03339973
                           OF UPDCUST-CUSCHG-REC                        03339986
           MOVE SPACE TO UPDCUST-ANY-CHANGE-SWITCH                      03340000
           MOVE CUSTOMER-NAME OF UPDCUST-CUSTOMER-REC                   03350000
               TO UPDCUST-OLD-NAME                                      03360000
               TO UPDCUST-OLD-CREDIT-SCORE                              03420000
           MOVE CUSTOMER-CS-REVIEW-DATE OF UPDCUST-CUSTOMER-REC         03430000
               TO UPDCUST-OLD-CS-REVIEW-DATE                            03440000
                                                                        03440010
           PERFORM 2100-CHECK-PHONE-CHANGE THRU 2100-EXIT               03445000
                                                                        03450000
           IF COMM-NAME NOT = UPDCUST-OLD-NAME                          03460000
               SET CUSCHG-NAME-CHANGED TO TRUE                          03470000
           END-IF.                                                      03790000
       2000-EXIT.                                                       03800000
           EXIT.                                                        03810000
                                                                        03810002
      ******************************************************************03810303
      *  2100-CHECK-PHONE-CHANGE - A CHANGED PHONE NUMBER IS PART OF   *03810606
      *  THE CHANGE HISTORY (THE FRAUD SCORER WEIGHS A RECENT ONE),    *03810909
      *  SO COMPARE THE CALLER'S NUMBER WITH THE ONE ON CUSTCONT       *03811212
      *  BEFORE 3500-MAINTAIN-CONTACT OVERWRITES IT.  A CUSTOMER WITH  *03811515
      *  NO CONTACT RECORD YET HAS NO OLD NUMBER.                      *03811818
      ******************************************************************03812121
       2100-CHECK-PHONE-CHANGE.                                         03812424
           MOVE SPACES TO CUSTCONT-PHONE OF UPDCUST-CONTACT-REC         03812727
                                                                        03813030
           EXEC CICS                                                    03813333
               READ DATASET('CUSTCONT')                                 03813636
                    INTO(UPDCUST-CONTACT-REC)                           03813939
                    RIDFLD(UPDCUST-KEY)                                 03814242
                    RESP(UPDCUST-CONT-RESP)                             03814545
           END-EXEC                                                     03814848
                                                                        03815151
           IF UPDCUST-CONT-RESP NOT = DFHRESP(NORMAL)                   03815454
               MOVE SPACES TO CUSTCONT-PHONE OF UPDCUST-CONTACT-REC     03815757
           END-IF                                                       03816060
                                                                        03816363
           IF COMM-UPD-PHONE                                            03816666
              NOT = CUSTCONT-PHONE OF UPDCUST-CONTACT-REC               03816969
               SET CUSCHG-PHONE-CHANGED TO TRUE                         03817272
               SET UPDCUST-ANY-FIELD-CHANGED TO TRUE                    03817575
               MOVE CUSTCONT-PHONE OF UPDCUST-CONTACT-REC               03817878
                   TO CUSCHG-OLD-PHONE OF UPDCUST-CUSCHG-REC            03818181
               MOVE COMM-UPD-PHONE                                      03818484
                   TO CUSCHG-NEW-PHONE OF UPDCUST-CUSCHG-REC            03818787
           END-IF.                                                      03819090
       2100-EXIT.                                                       03819393
           EXIT.                                                        03819696
                                                                        03820000
      ******************************************************************03830000
      *  3000-REWRITE-CUSTOMER - RAISE THE VERSION STAMP, REWRITE THE  *03836666
      *  UPDATED RECORD AND HAND THE NEW STAMP BACK TO THE CALLER.     *03843332
      ******************************************************************03850000
       3000-REWRITE-CUSTOMER.                                           03860000
           ADD 1 TO CUSTOMER-VERSION OF UPDCUST-CUSTOMER-REC            03865000
                                                                        03865500
           EXEC CICS                                                    03870000
               REWRITE DATASET('CUSTOMER')                              03880000
                       FROM(UPDCUST-CUSTOMER-REC)                       03890000
                                                                        03920000
           IF UPDCUST-RESP NOT = DFHRESP(NORMAL)                        03930000
               MOVE '2' TO COMM-UPD-FAIL-CD                             03940000
           ELSE                                                         03942500
               MOVE CUSTOMER-VERSION OF UPDCUST-CUSTOMER-REC            03945000
                   TO COMM-UPD-VERSION                                  03947500
           END-IF.                                                      03950000
       3000-EXIT.                                                       03960000
           EXIT.                                                        03970000
