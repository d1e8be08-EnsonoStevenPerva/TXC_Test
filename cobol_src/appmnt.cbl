      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE           *00410000
      *             ACCTAPP  - VSAM KSDS - APPLICATIONS                *00420000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00430000
      *             KYCPROF  - VSAM KSDS - KYC RISK PROFILES           *00435000
      *             TAXRES   - VSAM KSDS - TAX-RESIDENCY SELF-CERTS    *00437500
      *                                                                *00440000
      *  CHANGE HISTORY                                                *00450000
      *  ----------------------------------------------------------    *00460000
      *  2026-09-02  BAG   INITIAL VERSION                             *00480000
      *  2026-09-02  BAG   APPLICATIONS CARRY DEMAND-CLASS PRODUCTS  * 00482000
      *                    ONLY (FAIL D)                             * 00484000
      *  2026-10-15  BAG   NO CAPTURE OR APPROVAL WHILE THE CUSTOMER'S *00485500
      *                    KYC HAS LAPSED OR ITS REVIEW IS PAST DUE    *00487000
      *                    (FAIL K)                                    *00488500
      *  2026-10-15  BAG   CAPTURE TAKES THE CUSTOMER'S TAX-RESIDENCY  *00488875
      *                    SELF-CERTIFICATION, OR FINDS ONE ON FILE    *00489250
      *                    (FAIL T)                                    *00489625
      *                                                                *00490000
      ******************************************************************00500000
       DATA DIVISION.                                                   00510000
           05  APPMNT-RESP                PIC S9(8) COMP.               00540000
           05  APPMNT-RESP2               PIC S9(8) COMP.               00550000
           05  APPMNT-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00560000
           05  APPMNT-TAX-SUB             PIC S9(4) COMP VALUE ZERO.    00563333
           05  APPMNT-TAX-SUB2            PIC S9(4) COMP VALUE ZERO.    00566666
                                                                        00570000
       01  APPMNT-CREACC-AREA.                                          00580000
           COPY CREACC.                                                 00590000
       01  APPMNT-ACCTAPP-REC.                                          00670000
           COPY ACCTAPP.                                                00680000
                                                                        00690000
       01  APPMNT-KYCPROF-REC.                                          00693333
           COPY KYCPROF.                                                00696666
                                                                        00698333
       01  APPMNT-TAXRES-REC.                                           00698749
           COPY TAXRES.                                                 00699165
                                                                        00699581
       01  APPMNT-OPERATOR-REC.                                         00700000
           COPY OPERATOR.                                               00710000
                                                                        00720000
               GO TO 1000-EXIT                                          01570000
           END-IF                                                       01580000
                                                                        01590000
           PERFORM 1100-CHECK-KYC THRU 1100-EXIT                        01592000
           IF COMM-APP-FAIL-CD NOT = SPACE                              01594000
               GO TO 1000-EXIT                                          01596000
           END-IF                                                       01598000
                                                                        01598010
           MOVE COMM-APP-ACC-TYPE TO PRODCAT-TYPE                       01600000
                                      OF APPMNT-PRODCAT-REC             01610000
                                                                        01620000
               MOVE 'D' TO COMM-APP-FAIL-CD                             01788000
               GO TO 1000-EXIT                                          01789000
           END-IF                                                       01789500
                                                                        01789538
           PERFORM 1200-CHECK-TAX-RES THRU 1200-EXIT                    01789576
           IF COMM-APP-FAIL-CD NOT = SPACE                              01789614
               GO TO 1000-EXIT                                          01789652
           END-IF                                                       01789690
                                                                        01789728
           IF COMM-APP-TAX-COUNTRY-COUNT > ZERO                         01789766
               PERFORM 1300-STORE-TAX-RES THRU 1300-EXIT                01789804
               IF COMM-APP-FAIL-CD NOT = SPACE                          01789842
                   GO TO 1000-EXIT                                      01789880
               END-IF                                                   01789918
           END-IF                                                       01789956
                                                                        01790000
           MOVE 'AAPP' TO ACCTAPP-EYECATCHER OF APPMNT-ACCTAPP-REC      01800000
           MOVE COMM-APP-SORTCODE TO ACCTAPP-SORTCODE                   01810000
                                                                        02180000
           MOVE ACCTAPP-NUMBER OF APPMNT-ACCTAPP-REC                    02190000
               TO COMM-APP-NUMBER                                       02200000
           MOVE 'P' TO COMM-APP-STATUS.                                 02200216
       1000-EXIT.                                                       02200432
           EXIT.                                                        02200648
                                                                        02200864
      ******************************************************************02201080
      *  1100-CHECK-KYC - NO APPLICATION IS TAKEN FOR A CUSTOMER       *02201296
      *  WHOSE KYC PROFILE HAS LAPSED OR WHOSE PERIODIC REVIEW IS      *02201512
      *  PAST DUE.  CREACC APPLIES THE SAME TEST AT APPROVAL.  A       *02201728
      *  CUSTOMER THE NIGHTLY KYCREVW RUN HAS NOT YET PROFILED IS      *02201944
      *  NOT REFUSED.                                                  *02202160
      ******************************************************************02202376
       1100-CHECK-KYC.                                                  02202592
           MOVE COMM-APP-SORTCODE TO KYCPROF-SORTCODE                   02202808
                                      OF APPMNT-KYCPROF-REC             02203024
           MOVE COMM-APP-CUSTOMER TO KYCPROF-CUSTOMER                   02203240
                                      OF APPMNT-KYCPROF-REC             02203456
                                                                        02203672
           EXEC CICS                                                    02203888
               READ DATASET('KYCPROF')                                  02204104
                    INTO(APPMNT-KYCPROF-REC)                            02204320
                    RIDFLD(KYCPROF-KEY OF APPMNT-KYCPROF-REC)           02204536
                    RESP(APPMNT-RESP)                                   02204752
           END-EXEC                                                     02204968
                                                                        02205184
           IF APPMNT-RESP NOT = DFHRESP(NORMAL)                         02205400
               GO TO 1100-EXIT                                          02205616
           END-IF                                                       02205832
                                                                        02206048
           IF KYCPROF-LAPSED OF APPMNT-KYCPROF-REC                      02206264
               MOVE 'K' TO COMM-APP-FAIL-CD                             02206480
               GO TO 1100-EXIT                                          02206696
           END-IF                                                       02206912
                                                                        02207128
           IF KYCPROF-NEXT-REVIEW-DATE OF APPMNT-KYCPROF-REC NOT = ZERO 02207344
              AND KYCPROF-NEXT-REVIEW-DATE OF APPMNT-KYCPROF-REC        02207560
                  < APPMNT-TODAYS-DATE                                  02207776
               MOVE 'K' TO COMM-APP-FAIL-CD                             02207992
           END-IF.                                                      02208208
       1100-EXIT.                                                       02208424
           EXIT.                                                        02208640
                                                                        02208856
      ******************************************************************02209072
      *  1200-CHECK-TAX-RES - AN ACCOUNT IS NOT OPENED WITHOUT A       *02209288
      *  TAX-RESIDENCY SELF-CERTIFICATION.  ONE GIVEN WITH THE         *02209504
      *  CAPTURE MUST HOLD UP AS IN CRECUST : UP TO FIVE COUNTRIES,    *02209720
      *  EACH A TWO-LETTER CODE GIVEN ONCE, WITH A TAXPAYER ID OR A    *02209936
      *  REASON THERE IS NONE.  WITHOUT ONE, THE CUSTOMER MUST         *02210152
      *  ALREADY HAVE A DECLARATION ON FILE.                           *02210368
      ******************************************************************02210584
       1200-CHECK-TAX-RES.                                              02210800
           IF COMM-APP-TAX-COUNTRY-COUNT IS NOT NUMERIC                 02211016
               MOVE 'T' TO COMM-APP-FAIL-CD                             02211232
               GO TO 1200-EXIT                                          02211448
           END-IF                                                       02211664
                                                                        02211880
           IF COMM-APP-TAX-COUNTRY-COUNT > 5                            02212096
               MOVE 'T' TO COMM-APP-FAIL-CD                             02212312
               GO TO 1200-EXIT                                          02212528
           END-IF                                                       02212744
                                                                        02212960
           IF COMM-APP-TAX-COUNTRY-COUNT > ZERO                         02213176
               PERFORM 1250-CHECK-ONE-COUNTRY THRU 1250-EXIT            02213392
                   VARYING APPMNT-TAX-SUB FROM 1 BY 1                   02213608
                   UNTIL APPMNT-TAX-SUB > COMM-APP-TAX-COUNTRY-COUNT    02213824
               GO TO 1200-EXIT                                          02214040
           END-IF                                                       02214256
                                                                        02214472
           MOVE COMM-APP-SORTCODE TO TAXRES-SORTCODE                    02214688
                                      OF APPMNT-TAXRES-REC              02214904
           MOVE COMM-APP-CUSTOMER TO TAXRES-CUSTOMER                    02215120
                                      OF APPMNT-TAXRES-REC              02215336
                                                                        02215552
           EXEC CICS                                                    02215768
               READ DATASET('TAXRES')                                   02215984
                    INTO(APPMNT-TAXRES-REC)                             02216200
                    RIDFLD(TAXRES-KEY OF APPMNT-TAXRES-REC)             02216416
                    RESP(APPMNT-RESP)                                   02216632
           END-EXEC                                                     02216848
                                                                        02217064
           IF APPMNT-RESP NOT = DFHRESP(NORMAL)                         02217280
               MOVE 'T' TO COMM-APP-FAIL-CD                             02217496
           END-IF.                                                      02217712
       1200-EXIT.                                                       02217928
           EXIT.                                                        02218144
                                                                        02218360
      ******************************************************************02218576
      *  1250-CHECK-ONE-COUNTRY - ONE DECLARED COUNTRY.                *02218792
      ******************************************************************02219008
       1250-CHECK-ONE-COUNTRY.                                          02219224
           IF COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB)                     02219440
                  IS NOT ALPHABETIC-UPPER                               02219656
              OR COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB) (1:1) = SPACE    02219872
              OR COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB) (2:1) = SPACE    02220088
               MOVE 'T' TO COMM-APP-FAIL-CD                             02220304
               GO TO 1250-EXIT                                          02220520
           END-IF                                                       02220736
                                                                        02220952
           IF COMM-APP-TAX-TIN (APPMNT-TAX-SUB) = SPACES                02221168
              AND COMM-APP-TAX-NO-TIN-REASON (APPMNT-TAX-SUB) NOT = 'A' 02221384
              AND COMM-APP-TAX-NO-TIN-REASON (APPMNT-TAX-SUB) NOT = 'B' 02221600
              AND COMM-APP-TAX-NO-TIN-REASON (APPMNT-TAX-SUB) NOT = 'C' 02221816
               MOVE 'T' TO COMM-APP-FAIL-CD                             02222032
               GO TO 1250-EXIT                                          02222248
           END-IF                                                       02222464
                                                                        02222680
           PERFORM 1270-CHECK-REPEATED THRU 1270-EXIT                   02222896
               VARYING APPMNT-TAX-SUB2 FROM 1 BY 1                      02223112
               UNTIL APPMNT-TAX-SUB2 NOT < APPMNT-TAX-SUB.              02223328
       1250-EXIT.                                                       02223544
           EXIT.                                                        02223760
                                                                        02223976
      ******************************************************************02224192
      *  1270-CHECK-REPEATED - THE SAME COUNTRY MAY NOT BE DECLARED    *02224408
      *  TWICE.                                                        *02224624
      ******************************************************************02224840
       1270-CHECK-REPEATED.                                             02225056
           IF COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB2)                    02225272
              = COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB)                   02225488
               MOVE 'T' TO COMM-APP-FAIL-CD                             02225704
           END-IF.                                                      02225920
       1270-EXIT.                                                       02226136
           EXIT.                                                        02226352
                                                                        02226568
      ******************************************************************02226784
      *  1300-STORE-TAX-RES - THE NEW DECLARATION REPLACES ANY ON FILE *02227000
      *  WHOLE, AND GOES BACK TO UNCHECKED FOR THE TAXIND SWEEP.       *02227216
      ******************************************************************02227432
       1300-STORE-TAX-RES.                                              02227648
           MOVE COMM-APP-SORTCODE TO TAXRES-SORTCODE                    02227864
                                      OF APPMNT-TAXRES-REC              02228080
           MOVE COMM-APP-CUSTOMER TO TAXRES-CUSTOMER                    02228296
                                      OF APPMNT-TAXRES-REC              02228512
                                                                        02228728
           EXEC CICS                                                    02228944
               READ DATASET('TAXRES')                                   02229160
                    INTO(APPMNT-TAXRES-REC)                             02229376
                    RIDFLD(TAXRES-KEY OF APPMNT-TAXRES-REC)             02229592
                    UPDATE                                              02229808
                    RESP(APPMNT-RESP)                                   02230024
           END-EXEC                                                     02230240
                                                                        02230456
           IF APPMNT-RESP NOT = DFHRESP(NORMAL)                         02230672
              AND APPMNT-RESP NOT = DFHRESP(NOTFND)                     02230888
               MOVE '6' TO COMM-APP-FAIL-CD                             02231104
               GO TO 1300-EXIT                                          02231320
           END-IF                                                       02231536
                                                                        02231752
           MOVE APPMNT-RESP TO APPMNT-RESP2                             02231968
           PERFORM 1350-BUILD-TAX-RES THRU 1350-EXIT                    02232184
                                                                        02232400
           IF APPMNT-RESP2 = DFHRESP(NORMAL)                            02232616
               EXEC CICS                                                02232832
                   REWRITE DATASET('TAXRES')                            02233048
                           FROM(APPMNT-TAXRES-REC)                      02233264
                           RESP(APPMNT-RESP)                            02233480
               END-EXEC                                                 02233696
           ELSE                                                         02233912
               EXEC CICS                                                02234128
                   WRITE DATASET('TAXRES')                              02234344
                         FROM(APPMNT-TAXRES-REC)                        02234560
                         RIDFLD(TAXRES-KEY OF APPMNT-TAXRES-REC)        02234776
                         RESP(APPMNT-RESP)                              02234992
               END-EXEC                                                 02235208
           END-IF                                                       02235424
                                                                        02235640
           IF APPMNT-RESP NOT = DFHRESP(NORMAL)                         02235856
               MOVE '6' TO COMM-APP-FAIL-CD                             02236072
           END-IF.                                                      02236288
       1300-EXIT.                                                       02236504
           EXIT.                                                        02236720
                                                                        02236936
      ******************************************************************02237152
      *  1350-BUILD-TAX-RES - THE DECLARATION FROM THE COMMAREA,       *02237368
      *  FLAGGING A US PERSON AND A CUSTOMER REPORTABLE OUTSIDE THE    *02237584
      *  UK.                                                           *02237800
      ******************************************************************02238016
       1350-BUILD-TAX-RES.                                              02238232
           MOVE SPACES            TO APPMNT-TAXRES-REC                  02238448
           MOVE 'TXRS'            TO TAXRES-EYECATCHER                  02238664
                                      OF APPMNT-TAXRES-REC              02238880
           MOVE COMM-APP-SORTCODE TO TAXRES-SORTCODE                    02239096
                                      OF APPMNT-TAXRES-REC              02239312
           MOVE COMM-APP-CUSTOMER TO TAXRES-CUSTOMER                    02239528
                                      OF APPMNT-TAXRES-REC              02239744
           MOVE APPMNT-TODAYS-DATE                                      02239960
                                  TO TAXRES-CERT-DATE                   02240176
                                      OF APPMNT-TAXRES-REC              02240392
           MOVE 'APPMNT  '        TO TAXRES-CERT-SOURCE                 02240608
                                      OF APPMNT-TAXRES-REC              02240824
           MOVE COMM-APP-OPERATOR TO TAXRES-CERT-BY                     02241040
                                      OF APPMNT-TAXRES-REC              02241256
           MOVE COMM-APP-TAX-COUNTRY-COUNT                              02241472
                                  TO TAXRES-COUNTRY-COUNT               02241688
                                      OF APPMNT-TAXRES-REC              02241904
           MOVE 'N'               TO TAXRES-US-PERSON-FLAG              02242120
                                      OF APPMNT-TAXRES-REC              02242336
           MOVE 'N'               TO TAXRES-REPORTABLE-FLAG             02242552
                                      OF APPMNT-TAXRES-REC              02242768
           MOVE ZERO              TO TAXRES-INDICIA-DATE                02242984
                                      OF APPMNT-TAXRES-REC              02243200
                                                                        02243416
           PERFORM 1360-SET-ONE-COUNTRY THRU 1360-EXIT                  02243632
               VARYING APPMNT-TAX-SUB FROM 1 BY 1                       02243848
               UNTIL APPMNT-TAX-SUB > COMM-APP-TAX-COUNTRY-COUNT.       02244064
       1350-EXIT.                                                       02244280
           EXIT.                                                        02244496
                                                                        02244712
      ******************************************************************02244928
      *  1360-SET-ONE-COUNTRY - COPY ONE DECLARED COUNTRY ACROSS.      *02245144
      ******************************************************************02245360
       1360-SET-ONE-COUNTRY.                                            02245576
           MOVE COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB)                   02245792
               TO TAXRES-COUNTRY OF APPMNT-TAXRES-REC (APPMNT-TAX-SUB)  02246008
           MOVE COMM-APP-TAX-TIN (APPMNT-TAX-SUB)                       02246224
               TO TAXRES-TIN OF APPMNT-TAXRES-REC (APPMNT-TAX-SUB)      02246440
           IF COMM-APP-TAX-TIN (APPMNT-TAX-SUB) = SPACES                02246656
               MOVE COMM-APP-TAX-NO-TIN-REASON (APPMNT-TAX-SUB)         02246872
                   TO TAXRES-NO-TIN-REASON OF APPMNT-TAXRES-REC         02247088
                                            (APPMNT-TAX-SUB)            02247304
           END-IF                                                       02247520
                                                                        02247736
           IF COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB) = 'US'              02247952
               MOVE 'Y' TO TAXRES-US-PERSON-FLAG OF APPMNT-TAXRES-REC   02248168
           END-IF                                                       02248384
           IF COMM-APP-TAX-COUNTRY (APPMNT-TAX-SUB) NOT = 'GB'          02248600
               MOVE 'Y' TO TAXRES-REPORTABLE-FLAG OF APPMNT-TAXRES-REC  02248816
           END-IF.                                                      02249032
       1360-EXIT.                                                       02249248
           EXIT.                                                        02249464
                                                                        02249680
      ******************************************************************02250000
      *  2000-RECEIVE-KYC-ITEM - STAMP ONE CHECKLIST ITEM WITH         *02260000
      *  TODAY'S DATE.  ONLY A PENDING APPLICATION CAN COLLECT         *02270000
               GO TO 3000-EXIT                                          03520000
           END-IF                                                       03530000
                                                                        03540000
           IF COMM-SUCCESS OF APPMNT-CREACC-AREA NOT = 'Y'              03545555
               IF COMM-FAIL-KYC-LAPSED OF APPMNT-CREACC-AREA            03551110
                   MOVE 'K' TO COMM-APP-FAIL-CD                         03556665
               ELSE                                                     03562220
                   MOVE '8' TO COMM-APP-FAIL-CD                         03567775
               END-IF                                                   03573330
               GO TO 3000-EXIT                                          03578885
           END-IF                                                       03584440
                                                                        03590000
           SET ACCTAPP-APPROVED OF APPMNT-ACCTAPP-REC TO TRUE           03600000
           MOVE APPMNT-TODAYS-DATE                                      03610000
