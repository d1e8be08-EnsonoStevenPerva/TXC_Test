      *                   EVERY DEBIT PATH ALREADY TREATS AS NO        *00260000
      *                   FACILITY.                                    *00270000
      *               I - INQUIRE ON THE FACILITY.                     *00280000
      *               E - CONNECTED-PARTY EXPOSURE ENQUIRY FOR         *00282000
      *                   THE ACCOUNT HOLDER.  THE GROUP'S EXPOSURE    *00284000
      *                   (COPYBOOKS CONNPTY, CONNGRP) IS ALSO         *00286000
      *                   RETURNED ON A GRANT, BEFORE IT IS SIGNED.    *00288000
      *               A - APPROVE THE PENDING LIMIT-REVIEW PROPOSAL    *00288166
      *                   FOR THE ACCOUNT (COPYBOOK ODLREV, RAISED BY  *00288332
      *                   ODREVIEW).  THE APPROVER IS CHECKED AS FOR   *00288498
      *                   A GRANT, WITH THE PROPOSED LIMIT AS THE      *00288664
      *                   LIMIT ASKED FOR.  AN INCREASE IS APPLIED TO  *00288830
      *                   THE FACILITY AT ONCE; A DECREASE IS MARKED   *00288996
      *                   APPROVED AND ODREVIEW GIVES THE CUSTOMER     *00289162
      *                   NOTICE BEFORE APPLYING IT.  A DECREASE, LIKE *00289328
      *                   A CANCEL, NEEDS NO MONEY LIMIT.              *00289494
      *               R - REJECT THE PENDING PROPOSAL.  THE SAME       *00289660
      *                   OPERATOR RULES AS A CANCEL APPLY.            *00289826
      *                                                                *00289855
      *             EVERY GRANT, CANCEL AND APPLIED INCREASE IS LOGGED *00289884
      *             AS AN ODF-TYPED PROCTRAN ROW AGAINST THE ACCOUNT,  *00289913
      *             CARRYING NO MONEY, SO THE CHANGE-DATA EXTRACT      *00289942
      *             (CDCEXTR) SEES THE FACILITY CHANGE.                *00289971
      *                                                                *00289974
      *             AN INQUIRY RETURNS THE FACILITY'S VERSION STAMP.   *00289977
      *             A RE-GRANT OR CANCEL MUST SEND IT BACK; IF THE     *00289980
      *             FACILITY HAS CHANGED SINCE, NOTHING IS APPLIED,    *00289983
      *             THE ACTION FAILS WITH CODE 'C' AND THE REFUSAL IS  *00289986
      *             LOGGED ON UPDCONF.  EVERY CHANGE TO THE FACILITY   *00289989
      *             RAISES THE STAMP AND RETURNS IT.                   *00289992
      *                                                                *00290000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00300000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00310000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00320000
      *             CONNPTY  - VSAM KSDS - CONNECTED-PARTY LINKS       *00323333
      *             CONNGRP  - VSAM KSDS - CONNECTED-PARTY GROUPS      *00326666
      *             ODLREV   - VSAM KSDS - LIMIT REVIEW PROPOSALS      *00328333
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00329166
      *             UPDCONF  - VSAM KSDS - UPDATE CONFLICT LOG         *00329583
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00329791
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-09-02  BAG   INITIAL VERSION                             *00370000
      *  2026-10-15  BAG   RETURN THE CONNECTED-PARTY GROUP EXPOSURE   *00373333
      *                    ON A GRANT; NEW E EXPOSURE ENQUIRY          *00376666
      *  2026-10-15  BAG   APPROVE (A) OR REJECT (R) A BEHAVIOURAL     *00377777
      *                    LIMIT-REVIEW PROPOSAL FROM ODREVIEW         *00378888
      *  2026-10-15  BAG   LOG FACILITY CHANGES AS ODF PROCTRAN ROWS   *00379444
      *  2026-10-15  BAG   REFUSE A RE-GRANT OR CANCEL WHOSE VERSION   *00379583
      *                    STAMP NO LONGER MATCHES THE FACILITY; LOG   *00379722
      *                    IT ON UPDCONF                               *00379861
      *  2026-10-15  BAG   DATE THE ODF PROCTRAN ROW FROM THE          *00379907
      *                    BUSINESS-DATE CONTROL RECORD, NOT THE CLOCK *00379953
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
       01  ODFMAINT-WORK-AREA.                                          00420000
           05  ODFMAINT-RESP              PIC S9(8) COMP.               00430000
           05  ODFMAINT-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00440000
           05  ODFMAINT-BUS-DATE          PIC 9(8)  VALUE ZERO.         00445000
           05  ODFMAINT-ACCT-KEY.                                       00450000
               10  ODFMAINT-KEY-SORTCODE  PIC 9(6).                     00460000
               10  ODFMAINT-KEY-ACCNO     PIC 9(8).                     00470000
           05  ODFMAINT-NEW-SWITCH        PIC X     VALUE 'N'.          00480000
               88  ODFMAINT-NEW-FACILITY      VALUE 'Y'.                00490000
           05  ODFMAINT-CHANGED-SWITCH    PIC X     VALUE 'N'.          00493333
               88  ODFMAINT-FACILITY-CHANGED  VALUE 'Y'.                00496666
                                                                        00500000
       01  ODFMAINT-ACCOUNT-REC.                                        00510000
           COPY ACCOUNT.                                                00520000
                                                                        00560000
       01  ODFMAINT-OPERATOR-REC.                                       00570000
           COPY OPERATOR.                                               00580000
                                                                        00581428
       01  ODFMAINT-CONNPTY-REC.                                        00582856
           COPY CONNPTY.                                                00584284
                                                                        00585712
       01  ODFMAINT-CONNGRP-REC.                                        00587140
           COPY CONNGRP.                                                00588568
                                                                        00588926
       01  ODFMAINT-ODLREV-REC.                                         00589284
           COPY ODLREV.                                                 00589642
                                                                        00589701
       01  ODFMAINT-PROCTRAN-REC.                                       00589761
           COPY PROCTRAN.                                               00589880
                                                                        00589910
       01  ODFMAINT-UPDCONF-REC.                                        00589940
           COPY UPDCONF.                                                00589970
                                                                        00589975
       01  ODFMAINT-BUSDATE-REC.                                        00589980
           COPY BUSDATE.                                                00589990
                                                                        00590000
       LINKAGE SECTION.                                                 00600000
       01  DFHCOMMAREA.                                                 00610000
           MOVE SPACE TO COMM-ODF-SUCCESS                               00680000
           MOVE SPACE TO COMM-ODF-FAIL-CD                               00690000
           ACCEPT ODFMAINT-TODAYS-DATE FROM DATE YYYYMMDD               00700000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF ODFMAINT-BUSDATE-REC 00700714
           EXEC CICS                                                    00701428
               READ DATASET('BUSDATE')                                  00702142
                    INTO(ODFMAINT-BUSDATE-REC)                          00702856
                    RIDFLD(BUSDATE-KEY OF ODFMAINT-BUSDATE-REC)         00703570
                    RESP(ODFMAINT-RESP)                                 00704284
           END-EXEC                                                     00704998
           IF ODFMAINT-RESP = DFHRESP(NORMAL)                           00705712
               MOVE BUSDATE-CURRENT-DATE OF ODFMAINT-BUSDATE-REC        00706426
                   TO ODFMAINT-BUS-DATE                                 00707140
           ELSE                                                         00707854
               MOVE ODFMAINT-TODAYS-DATE TO ODFMAINT-BUS-DATE           00708568
           END-IF                                                       00709282
                                                                        00710000
           EVALUATE TRUE                                                00720000
               WHEN COMM-ODF-ACT-GRANT                                  00730000
                   PERFORM 3000-CANCEL-FACILITY THRU 3000-EXIT          00760000
               WHEN COMM-ODF-ACT-INQUIRE                                00770000
                   PERFORM 4000-INQUIRE-FACILITY THRU 4000-EXIT         00780000
               WHEN COMM-ODF-ACT-EXPOSURE                               00783333
                   PERFORM 5000-EXPOSURE-ENQUIRY THRU 5000-EXIT         00786666
               WHEN COMM-ODF-ACT-REVIEW-APPROVE                         00787332
                   PERFORM 6000-APPROVE-REVIEW THRU 6000-EXIT           00787998
               WHEN COMM-ODF-ACT-REVIEW-REJECT                          00788664
                   PERFORM 6500-REJECT-REVIEW THRU 6500-EXIT            00789330
               WHEN OTHER                                               00790000
                   MOVE '3' TO COMM-ODF-FAIL-CD                         00800000
           END-EVALUATE                                                 00810000
                                                                        00820000
           IF COMM-ODF-FAIL-CD = SPACE                                  00830000
               MOVE 'Y' TO COMM-ODF-SUCCESS                             00840000
               IF ODFMAINT-FACILITY-CHANGED                             00842500
                   PERFORM 7000-WRITE-PROCTRAN THRU 7000-EXIT           00845000
               END-IF                                                   00847500
           ELSE                                                         00850000
               MOVE 'N' TO COMM-ODF-SUCCESS                             00860000
           END-IF                                                       00870000
                                                                        00880000
           GO TO 9999-EXIT.                                             00890000
                                                                        00900000
      ******************************************************************00900303
      *  1100-LOG-CONFLICT - RECORD THE REFUSED CHANGE ON THE UPDATE   *00900606
      *  CONFLICT LOG.  THE LOG IS FOR MONITORING ONLY, SO A FAILED    *00900909
      *  WRITE DOES NOT CHANGE THE OUTCOME.                            *00901212
      ******************************************************************00901515
       1100-LOG-CONFLICT.                                               00901818
           MOVE 'UCNF'   TO UPDCONF-EYECATCHER OF ODFMAINT-UPDCONF-REC  00902121
           MOVE ODFMAINT-TODAYS-DATE                                    00902424
                         TO UPDCONF-DATE OF ODFMAINT-UPDCONF-REC        00902727
           MOVE EIBTIME  TO UPDCONF-TIME OF ODFMAINT-UPDCONF-REC        00903030
           MOVE EIBTASKN TO UPDCONF-TASK OF ODFMAINT-UPDCONF-REC        00903333
           MOVE 'ODFMAINT' TO UPDCONF-PROGRAM OF ODFMAINT-UPDCONF-REC   00903636
           MOVE 'ODFACIL'  TO UPDCONF-DATASET OF ODFMAINT-UPDCONF-REC   00903939
           MOVE COMM-ODF-KEY                                            00904242
                         TO UPDCONF-RECORD-KEY OF ODFMAINT-UPDCONF-REC  00904545
           MOVE COMM-ODF-ACTION                                         00904848
                         TO UPDCONF-ACTION OF ODFMAINT-UPDCONF-REC      00905151
           MOVE COMM-ODF-OPERATOR                                       00905454
                         TO UPDCONF-OPERATOR OF ODFMAINT-UPDCONF-REC    00905757
           MOVE COMM-ODF-VERSION                                        00906060
                         TO UPDCONF-SENT-VERSION OF ODFMAINT-UPDCONF-REC00906363
           MOVE ODFACIL-VERSION OF ODFMAINT-ODFAC-REC                   00906666
                         TO UPDCONF-FILE-VERSION OF ODFMAINT-UPDCONF-REC00906969
                                                                        00907272
           EXEC CICS                                                    00907575
               WRITE DATASET('UPDCONF')                                 00907878
                     FROM(ODFMAINT-UPDCONF-REC)                         00908181
                     RIDFLD(UPDCONF-KEY OF ODFMAINT-UPDCONF-REC)        00908484
                     RESP(ODFMAINT-RESP)                                00908787
           END-EXEC.                                                    00909090
       1100-EXIT.                                                       00909393
           EXIT.                                                        00909696
                                                                        00909796
      ******************************************************************00910000
      *  2000-GRANT-FACILITY - CHECK THE ACCOUNT AND THE APPROVER,     *00920000
      *  THEN WRITE OR REPLACE THE FACILITY ROW.  A FACILITY BEING     *00926666
      *  REPLACED MUST STILL CARRY THE STAMP THE CALLER WAS SHOWN.     *00933332
      ******************************************************************00940000
       2000-GRANT-FACILITY.                                             00950000
           IF COMM-ODF-LIMIT NOT > ZERO                                 00960000
               GO TO 2000-EXIT                                          01130000
           END-IF                                                       01140000
                                                                        01150000
      *    THE GROUP EXPOSURE IS HANDED BACK WHATEVER BECOMES OF       *01152000
      *    THE GRANT, SO THE APPROVER SEES IT EVEN ON A REJECTION.     *01154000
           PERFORM 5100-GROUP-EXPOSURE THRU 5100-EXIT                   01156000
                                                                        01158000
           PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT                   01160000
           IF COMM-ODF-FAIL-CD NOT = SPACE                              01170000
               GO TO 2000-EXIT                                          01180000
                                                                        01340000
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       01350000
               SET ODFMAINT-NEW-FACILITY TO TRUE                        01360000
               MOVE ZERO TO ODFACIL-VERSION OF ODFMAINT-ODFAC-REC       01361111
           ELSE                                                         01362222
               IF ODFACIL-VERSION OF ODFMAINT-ODFAC-REC                 01363333
                       NOT = COMM-ODF-VERSION                           01364444
                   MOVE 'C' TO COMM-ODF-FAIL-CD                         01365555
                   PERFORM 1100-LOG-CONFLICT THRU 1100-EXIT             01366666
                   GO TO 2000-EXIT                                      01367777
               END-IF                                                   01368888
           END-IF                                                       01370000
                                                                        01380000
           MOVE 'ODFC' TO ODFACIL-EYECATCHER OF ODFMAINT-ODFAC-REC      01390000
                                         OF ODFMAINT-ODFAC-REC          01470000
           MOVE COMM-ODF-OPERATOR TO ODFACIL-APPROVED-BY                01480000
                                      OF ODFMAINT-ODFAC-REC             01490000
           ADD 1 TO ODFACIL-VERSION OF ODFMAINT-ODFAC-REC               01495000
                                                                        01500000
           IF ODFMAINT-NEW-FACILITY                                     01510000
               EXEC CICS                                                01520000
                                                                        01650000
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       01660000
               MOVE '6' TO COMM-ODF-FAIL-CD                             01670000
           ELSE                                                         01673333
               SET ODFMAINT-FACILITY-CHANGED TO TRUE                    01676666
               MOVE ODFACIL-VERSION OF ODFMAINT-ODFAC-REC               01677777
                   TO COMM-ODF-VERSION                                  01678888
           END-IF.                                                      01680000
       2000-EXIT.                                                       01690000
           EXIT.                                                        01700000
      ******************************************************************02050000
      *  3000-CANCEL-FACILITY - EXPIRE THE FACILITY IMMEDIATELY.  AN   *02060000
      *  EXPIRY DATE OF ZERO IS ALWAYS IN THE PAST, WHICH EVERY        *02070000
      *  DEBIT PATH ALREADY TREATS AS NO FACILITY.  THE FACILITY MUST  *02076666
      *  STILL CARRY THE STAMP THE CALLER WAS SHOWN.                   *02083332
      ******************************************************************02090000
       3000-CANCEL-FACILITY.                                            02100000
           MOVE COMM-ODF-SORTCODE TO ODFACIL-SORTCODE                   02110000
               MOVE '8' TO COMM-ODF-FAIL-CD                             02300000
               GO TO 3000-EXIT                                          02310000
           END-IF                                                       02320000
                                                                        02321250
           IF ODFACIL-VERSION OF ODFMAINT-ODFAC-REC                     02322500
                   NOT = COMM-ODF-VERSION                               02323750
               MOVE 'C' TO COMM-ODF-FAIL-CD                             02325000
               PERFORM 1100-LOG-CONFLICT THRU 1100-EXIT                 02326250
               GO TO 3000-EXIT                                          02327500
           END-IF                                                       02328750
                                                                        02330000
           PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT                   02340000
           IF COMM-ODF-FAIL-CD = 'V'                                    02350000
           MOVE ZERO TO ODFACIL-EXPIRY-DATE OF ODFMAINT-ODFAC-REC       02430000
           MOVE COMM-ODF-OPERATOR TO ODFACIL-APPROVED-BY                02440000
                                      OF ODFMAINT-ODFAC-REC             02450000
           ADD 1 TO ODFACIL-VERSION OF ODFMAINT-ODFAC-REC               02455000
                                                                        02460000
           EXEC CICS                                                    02470000
               REWRITE DATASET('ODFACIL')                               02480000
                                                                        02520000
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02530000
               MOVE '6' TO COMM-ODF-FAIL-CD                             02540000
           ELSE                                                         02543333
               SET ODFMAINT-FACILITY-CHANGED TO TRUE                    02546666
               MOVE ODFACIL-VERSION OF ODFMAINT-ODFAC-REC               02547777
                   TO COMM-ODF-VERSION                                  02548888
           END-IF.                                                      02550000
       3000-EXIT.                                                       02560000
           EXIT.                                                        02570000
           MOVE ODFACIL-EXPIRY-DATE OF ODFMAINT-ODFAC-REC               02870000
               TO COMM-ODF-EXPIRY-DATE                                  02880000
           MOVE ODFACIL-APPROVED-BY OF ODFMAINT-ODFAC-REC               02890000
               TO COMM-ODF-OPERATOR                                     02900000
           MOVE ODFACIL-VERSION OF ODFMAINT-ODFAC-REC                   02903333
               TO COMM-ODF-VERSION.                                     02906666
       4000-EXIT.                                                       02910000
           EXIT.                                                        02920000
                                                                        02930000
      ******************************************************************02930117
      *  5000-EXPOSURE-ENQUIRY - FIND THE ACCOUNT HOLDER AND RETURN    *02930234
      *  THEIR GROUP'S EXPOSURE.                                       *02930351
      ******************************************************************02930468
       5000-EXPOSURE-ENQUIRY.                                           02930585
           MOVE COMM-ODF-SORTCODE TO ODFMAINT-KEY-SORTCODE              02930702
           MOVE COMM-ODF-ACCNO    TO ODFMAINT-KEY-ACCNO                 02930819
                                                                        02930936
           EXEC CICS                                                    02931053
               READ DATASET('ACCOUNT')                                  02931170
                    INTO(ODFMAINT-ACCOUNT-REC)                          02931287
                    RIDFLD(ODFMAINT-ACCT-KEY)                           02931404
                    RESP(ODFMAINT-RESP)                                 02931521
           END-EXEC                                                     02931638
                                                                        02931755
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02931872
               MOVE '1' TO COMM-ODF-FAIL-CD                             02931989
               GO TO 5000-EXIT                                          02932106
           END-IF                                                       02932223
                                                                        02932340
           PERFORM 5100-GROUP-EXPOSURE THRU 5100-EXIT.                  02932457
       5000-EXIT.                                                       02932574
           EXIT.                                                        02932691
                                                                        02932808
      ******************************************************************02932925
      *  5100-GROUP-EXPOSURE - FIND THE HOLDER'S CONNECTED-PARTY       *02933042
      *  GROUP AND RETURN ITS LAST STAMPED EXPOSURE, AND THAT          *02933159
      *  EXPOSURE WITH THE LIMIT ASKED FOR ADDED.  A HOLDER IN NO      *02933276
      *  GROUP GETS A ZERO GROUP KEY AND THE LIMIT ALONE.  THE         *02933393
      *  ACCOUNT MUST ALREADY BE IN ODFMAINT-ACCOUNT-REC.              *02933510
      ******************************************************************02933627
       5100-GROUP-EXPOSURE.                                             02933744
           MOVE ZERO  TO COMM-ODF-GROUP-KEY                             02933861
           MOVE ZERO  TO COMM-ODF-GROUP-MEMBERS                         02933978
           MOVE ZERO  TO COMM-ODF-GROUP-EXPOSURE-DATE                   02934095
           MOVE ZERO  TO COMM-ODF-GROUP-EXPOSURE                        02934212
           MOVE SPACE TO COMM-ODF-GROUP-FLAG                            02934329
           MOVE COMM-ODF-LIMIT TO COMM-ODF-GROUP-PROJECTED              02934446
                                                                        02934563
           MOVE ACCOUNT-SORTCODE OF ODFMAINT-ACCOUNT-REC                02934680
               TO CONNPTY-SORTCODE OF ODFMAINT-CONNPTY-REC              02934797
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ODFMAINT-ACCOUNT-REC         02934914
               TO CONNPTY-CUSTOMER OF ODFMAINT-CONNPTY-REC              02935031
                                                                        02935148
           EXEC CICS                                                    02935265
               READ DATASET('CONNPTY')                                  02935382
                    INTO(ODFMAINT-CONNPTY-REC)                          02935499
                    RIDFLD(CONNPTY-KEY OF ODFMAINT-CONNPTY-REC)         02935616
                    RESP(ODFMAINT-RESP)                                 02935733
           END-EXEC                                                     02935850
                                                                        02935967
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02936084
               GO TO 5100-EXIT                                          02936201
           END-IF                                                       02936318
                                                                        02936435
           MOVE CONNPTY-GROUP-KEY OF ODFMAINT-CONNPTY-REC               02936552
               TO CONNGRP-KEY OF ODFMAINT-CONNGRP-REC                   02936669
                                                                        02936786
           EXEC CICS                                                    02936903
               READ DATASET('CONNGRP')                                  02937020
                    INTO(ODFMAINT-CONNGRP-REC)                          02937137
                    RIDFLD(CONNGRP-KEY OF ODFMAINT-CONNGRP-REC)         02937254
                    RESP(ODFMAINT-RESP)                                 02937371
           END-EXEC                                                     02937488
                                                                        02937605
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02937722
               GO TO 5100-EXIT                                          02937839
           END-IF                                                       02937956
                                                                        02938073
           MOVE CONNGRP-KEY OF ODFMAINT-CONNGRP-REC                     02938190
               TO COMM-ODF-GROUP-KEY                                    02938307
           MOVE CONNGRP-MEMBER-COUNT OF ODFMAINT-CONNGRP-REC            02938424
               TO COMM-ODF-GROUP-MEMBERS                                02938541
           MOVE CONNGRP-EXPOSURE-DATE OF ODFMAINT-CONNGRP-REC           02938658
               TO COMM-ODF-GROUP-EXPOSURE-DATE                          02938775
           MOVE CONNGRP-TOTAL-EXPOSURE OF ODFMAINT-CONNGRP-REC          02938892
               TO COMM-ODF-GROUP-EXPOSURE                               02939009
           MOVE CONNGRP-LARGE-FLAG OF ODFMAINT-CONNGRP-REC              02939126
               TO COMM-ODF-GROUP-FLAG                                   02939243
           ADD CONNGRP-TOTAL-EXPOSURE OF ODFMAINT-CONNGRP-REC           02939360
               TO COMM-ODF-GROUP-PROJECTED.                             02939477
       5100-EXIT.                                                       02939594
           EXIT.                                                        02939711
                                                                        02939828
      ******************************************************************02940000
      *  6000-APPROVE-REVIEW - CHECK THE APPROVER AGAINST THE          *02940100
      *  PROPOSED LIMIT, THEN APPLY AN INCREASE AT ONCE OR MARK A      *02940200
      *  DECREASE APPROVED FOR ODREVIEW TO GIVE NOTICE OF.             *02940300
      ******************************************************************02940400
       6000-APPROVE-REVIEW.                                             02940500
           PERFORM 6200-READ-PROPOSAL THRU 6200-EXIT                    02940600
           IF COMM-ODF-FAIL-CD NOT = SPACE                              02940700
               GO TO 6000-EXIT                                          02940800
           END-IF                                                       02940900
                                                                        02941000
           MOVE ODLREV-NEW-LIMIT OF ODFMAINT-ODLREV-REC                 02941100
               TO COMM-ODF-LIMIT                                        02941200
                                                                        02941300
           IF ODLREV-INCREASE OF ODFMAINT-ODLREV-REC                    02941400
               MOVE COMM-ODF-SORTCODE TO ODFMAINT-KEY-SORTCODE          02941500
               MOVE COMM-ODF-ACCNO    TO ODFMAINT-KEY-ACCNO             02941600
               EXEC CICS                                                02941700
                   READ DATASET('ACCOUNT')                              02941800
                        INTO(ODFMAINT-ACCOUNT-REC)                      02941900
                        RIDFLD(ODFMAINT-ACCT-KEY)                       02942000
                        RESP(ODFMAINT-RESP)                             02942100
               END-EXEC                                                 02942200
               IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                   02942300
                   MOVE '1' TO COMM-ODF-FAIL-CD                         02942400
                   GO TO 6000-EXIT                                      02942500
               END-IF                                                   02942600
               PERFORM 5100-GROUP-EXPOSURE THRU 5100-EXIT               02942700
           END-IF                                                       02942800
                                                                        02942900
           PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT                   02943000
           IF COMM-ODF-FAIL-CD = 'V'                                    02943100
              AND ODLREV-DECREASE OF ODFMAINT-ODLREV-REC                02943200
      *        A REDUCTION LOWERS THE EXPOSURE - NO MONEY LIMIT.       *02943300
               MOVE SPACE TO COMM-ODF-FAIL-CD                           02943400
           END-IF                                                       02943500
           IF COMM-ODF-FAIL-CD NOT = SPACE                              02943600
               GO TO 6000-EXIT                                          02943700
           END-IF                                                       02943800
                                                                        02943900
           IF ODLREV-INCREASE OF ODFMAINT-ODLREV-REC                    02944000
               PERFORM 6100-APPLY-INCREASE THRU 6100-EXIT               02944100
               IF COMM-ODF-FAIL-CD NOT = SPACE                          02944200
                   GO TO 6000-EXIT                                      02944300
               END-IF                                                   02944400
               SET ODLREV-APPLIED OF ODFMAINT-ODLREV-REC TO TRUE        02944500
               MOVE ODFMAINT-TODAYS-DATE                                02944600
                   TO ODLREV-APPLIED-DATE OF ODFMAINT-ODLREV-REC        02944700
           ELSE                                                         02944800
               SET ODLREV-APPROVED OF ODFMAINT-ODLREV-REC TO TRUE       02944900
           END-IF                                                       02945000
                                                                        02945100
           PERFORM 6300-RECORD-DECISION THRU 6300-EXIT.                 02945200
       6000-EXIT.                                                       02945300
           EXIT.                                                        02945400
                                                                        02945500
      ******************************************************************02945600
      *  6100-APPLY-INCREASE - RAISE THE FACILITY'S LIMIT, KEEPING ITS *02945700
      *  EXPIRY DATE.  A FACILITY THAT HAS GONE, HAS EXPIRED OR HAS    *02945800
      *  HAD ITS LIMIT CHANGED SINCE THE PROPOSAL WAS RAISED LEAVES    *02945900
      *  NOTHING TO APPROVE.                                           *02946000
      ******************************************************************02946100
       6100-APPLY-INCREASE.                                             02946200
           MOVE COMM-ODF-SORTCODE TO ODFACIL-SORTCODE                   02946300
                                      OF ODFMAINT-ODFAC-REC             02946400
           MOVE COMM-ODF-ACCNO    TO ODFACIL-NUMBER                     02946500
                                      OF ODFMAINT-ODFAC-REC             02946600
                                                                        02946700
           EXEC CICS                                                    02946800
               READ DATASET('ODFACIL')                                  02946900
                    INTO(ODFMAINT-ODFAC-REC)                            02947000
                    RIDFLD(ODFACIL-KEY OF ODFMAINT-ODFAC-REC)           02947100
                    UPDATE                                              02947200
                    RESP(ODFMAINT-RESP)                                 02947300
           END-EXEC                                                     02947400
                                                                        02947500
           IF ODFMAINT-RESP = DFHRESP(NOTFND)                           02947600
               MOVE '2' TO COMM-ODF-FAIL-CD                             02947700
               GO TO 6100-EXIT                                          02947800
           END-IF                                                       02947900
                                                                        02948000
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02948100
               MOVE '8' TO COMM-ODF-FAIL-CD                             02948200
               GO TO 6100-EXIT                                          02948300
           END-IF                                                       02948400
                                                                        02948500
           IF ODFACIL-EXPIRY-DATE OF ODFMAINT-ODFAC-REC                 02948600
              < ODFMAINT-TODAYS-DATE                                    02948700
               MOVE '2' TO COMM-ODF-FAIL-CD                             02948800
               GO TO 6100-EXIT                                          02948900
           END-IF                                                       02949000
                                                                        02949100
           IF ODFACIL-LIMIT OF ODFMAINT-ODFAC-REC                       02949200
              NOT = ODLREV-OLD-LIMIT OF ODFMAINT-ODLREV-REC             02949300
               MOVE 'P' TO COMM-ODF-FAIL-CD                             02949400
               GO TO 6100-EXIT                                          02949500
           END-IF                                                       02949600
                                                                        02949700
           MOVE COMM-ODF-LIMIT TO ODFACIL-LIMIT OF ODFMAINT-ODFAC-REC   02949800
           MOVE COMM-ODF-OPERATOR TO ODFACIL-APPROVED-BY                02949900
                                      OF ODFMAINT-ODFAC-REC             02950000
           ADD 1 TO ODFACIL-VERSION OF ODFMAINT-ODFAC-REC               02950050
                                                                        02950100
           EXEC CICS                                                    02950200
               REWRITE DATASET('ODFACIL')                               02950300
                       FROM(ODFMAINT-ODFAC-REC)                         02950400
                       RESP(ODFMAINT-RESP)                              02950500
           END-EXEC                                                     02950600
                                                                        02950700
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02950800
               MOVE '6' TO COMM-ODF-FAIL-CD                             02950900
           ELSE                                                         02950933
               SET ODFMAINT-FACILITY-CHANGED TO TRUE                    02950966
               MOVE ODFACIL-VERSION OF ODFMAINT-ODFAC-REC               02950977
                   TO COMM-ODF-VERSION                                  02950988
           END-IF.                                                      02951000
       6100-EXIT.                                                       02951100
           EXIT.                                                        02951200
                                                                        02951300
      ******************************************************************02951400
      *  6200-READ-PROPOSAL - READ THE ACCOUNT'S PROPOSAL FOR UPDATE.  *02951500
      *  ONLY ONE STILL AWAITING A DECISION CAN BE DECIDED.            *02951600
      ******************************************************************02951700
       6200-READ-PROPOSAL.                                              02951800
           MOVE COMM-ODF-SORTCODE TO ODLREV-SORTCODE                    02951900
                                      OF ODFMAINT-ODLREV-REC            02952000
           MOVE COMM-ODF-ACCNO    TO ODLREV-NUMBER                      02952100
                                      OF ODFMAINT-ODLREV-REC            02952200
                                                                        02952300
           EXEC CICS                                                    02952400
               READ DATASET('ODLREV')                                   02952500
                    INTO(ODFMAINT-ODLREV-REC)                           02952600
                    RIDFLD(ODLREV-KEY OF ODFMAINT-ODLREV-REC)           02952700
                    UPDATE                                              02952800
                    RESP(ODFMAINT-RESP)                                 02952900
           END-EXEC                                                     02953000
                                                                        02953100
           IF ODFMAINT-RESP = DFHRESP(NOTFND)                           02953200
               MOVE 'P' TO COMM-ODF-FAIL-CD                             02953300
               GO TO 6200-EXIT                                          02953400
           END-IF                                                       02953500
                                                                        02953600
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02953700
               MOVE '8' TO COMM-ODF-FAIL-CD                             02953800
               GO TO 6200-EXIT                                          02953900
           END-IF                                                       02954000
                                                                        02954100
           IF NOT ODLREV-PROPOSED OF ODFMAINT-ODLREV-REC                02954200
               MOVE 'P' TO COMM-ODF-FAIL-CD                             02954300
           END-IF.                                                      02954400
       6200-EXIT.                                                       02954500
           EXIT.                                                        02954600
                                                                        02954700
      ******************************************************************02954800
      *  6300-RECORD-DECISION - STAMP WHO DECIDED AND WHEN, AND        *02954900
      *  REWRITE THE PROPOSAL.                                         *02955000
      ******************************************************************02955100
       6300-RECORD-DECISION.                                            02955200
           MOVE COMM-ODF-OPERATOR                                       02955300
               TO ODLREV-DECIDED-BY OF ODFMAINT-ODLREV-REC              02955400
           MOVE ODFMAINT-TODAYS-DATE                                    02955500
               TO ODLREV-DECIDED-DATE OF ODFMAINT-ODLREV-REC            02955600
                                                                        02955700
           EXEC CICS                                                    02955800
               REWRITE DATASET('ODLREV')                                02955900
                       FROM(ODFMAINT-ODLREV-REC)                        02956000
                       RESP(ODFMAINT-RESP)                              02956100
           END-EXEC                                                     02956200
                                                                        02956300
           IF ODFMAINT-RESP NOT = DFHRESP(NORMAL)                       02956400
               MOVE '6' TO COMM-ODF-FAIL-CD                             02956500
           END-IF.                                                      02956600
       6300-EXIT.                                                       02956700
           EXIT.                                                        02956800
                                                                        02956900
      ******************************************************************02957000
      *  6500-REJECT-REVIEW - THE PROPOSAL IS DROPPED.  THE OPERATOR   *02957100
      *  MUST BE VALID BUT NO MONEY LIMIT APPLIES.                     *02957200
      ******************************************************************02957300
       6500-REJECT-REVIEW.                                              02957400
           PERFORM 6200-READ-PROPOSAL THRU 6200-EXIT                    02957500
           IF COMM-ODF-FAIL-CD NOT = SPACE                              02957600
               GO TO 6500-EXIT                                          02957700
           END-IF                                                       02957800
                                                                        02957900
           MOVE ODLREV-NEW-LIMIT OF ODFMAINT-ODLREV-REC                 02958000
               TO COMM-ODF-LIMIT                                        02958100
           PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT                   02958200
           IF COMM-ODF-FAIL-CD = 'V'                                    02958300
               MOVE SPACE TO COMM-ODF-FAIL-CD                           02958400
           END-IF                                                       02958500
           IF COMM-ODF-FAIL-CD NOT = SPACE                              02958600
               GO TO 6500-EXIT                                          02958700
           END-IF                                                       02958800
                                                                        02958900
           SET ODLREV-REJECTED OF ODFMAINT-ODLREV-REC TO TRUE           02959000
           PERFORM 6300-RECORD-DECISION THRU 6300-EXIT.                 02959100
       6500-EXIT.                                                       02959200
           EXIT.                                                        02959300
                                                                        02959400
      ******************************************************************02959402
      *  7000-WRITE-PROCTRAN - LOG THE FACILITY CHANGE AGAINST THE     *02959404
      *  ACCOUNT WITH THE NEW LIMIT AND EXPIRY IN THE DESCRIPTION.     *02959406
      *  IT IS DATED THE BUSINESS DATE SO A CHANGE MADE AFTER MIDNIGHT *02959407
      *  INSIDE THE BATCH WINDOW FALLS IN THE DAY CDCEXTR EXTRACTS.    *02959408
      *  THE ROW CARRIES NO MONEY.                                     *02959409
      ******************************************************************02959410
       7000-WRITE-PROCTRAN.                                             02959412
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER                         02959414
                           OF ODFMAINT-PROCTRAN-REC                     02959416
           MOVE COMM-ODF-SORTCODE TO PROC-TRAN-SORT-CODE                02959418
                                      OF ODFMAINT-PROCTRAN-REC          02959420
           MOVE EIBTASKN TO PROC-TRAN-NUMBER OF ODFMAINT-PROCTRAN-REC   02959422
           MOVE COMM-ODF-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER              02959424
                                   OF ODFMAINT-PROCTRAN-REC             02959426
           MOVE ODFMAINT-BUS-DATE TO PROC-TRAN-DATE                     02959428
                                         OF ODFMAINT-PROCTRAN-REC       02959430
           MOVE EIBTIME  TO PROC-TRAN-TIME   OF ODFMAINT-PROCTRAN-REC   02959432
           MOVE EIBTASKN TO PROC-TRAN-REF    OF ODFMAINT-PROCTRAN-REC   02959434
           MOVE 'ODF'    TO PROC-TRAN-TYPE   OF ODFMAINT-PROCTRAN-REC   02959436
           MOVE ZERO     TO PROC-TRAN-AMOUNT OF ODFMAINT-PROCTRAN-REC   02959438
           MOVE 'GBP'    TO PROC-TRAN-CURRENCY                          02959440
                             OF ODFMAINT-PROCTRAN-REC                   02959442
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        02959444
                         OF ODFMAINT-PROCTRAN-REC                       02959446
                                                                        02959448
           MOVE SPACES TO PROC-TRAN-DESC OF ODFMAINT-PROCTRAN-REC       02959450
           STRING 'FACILITY ' COMM-ODF-ACTION ' '                       02959452
                  ODFACIL-LIMIT OF ODFMAINT-ODFAC-REC ' '               02959454
                  ODFACIL-EXPIRY-DATE OF ODFMAINT-ODFAC-REC ' BY '      02959456
                  COMM-ODF-OPERATOR                                     02959458
               DELIMITED BY SIZE                                        02959460
               INTO PROC-TRAN-DESC OF ODFMAINT-PROCTRAN-REC             02959462
           END-STRING                                                   02959464
                                                                        02959466
           EXEC CICS                                                    02959468
               WRITE DATASET('PROCTRAN')                                02959470
                     FROM(ODFMAINT-PROCTRAN-REC)                        02959472
                     RIDFLD(PROC-TRAN-ID OF ODFMAINT-PROCTRAN-REC)      02959474
                     RESP(ODFMAINT-RESP)                                02959476
           END-EXEC.                                                    02959478
       7000-EXIT.                                                       02959480
           EXIT.                                                        02959482
                                                                        02959491
      ******************************************************************02959500
      *  9999-EXIT - RETURN TO THE CALLER.                             *02959600
      ******************************************************************02959700
       9999-EXIT.                                                       02959800
           EXEC CICS                                                    02959900
               RETURN                                                   02960000
           END-EXEC.                                                    02960100
