      *             LIST.  A NAME MATCHES ON THE FULL SIXTY            *00200000
      *             CHARACTERS OR ON THE FIRST TEN, THE SAME CLOSE     *00210000
      *             RULE THE CONFIRMATION-OF-PAYEE CHECK USES.         *00220000
      *             A BUSINESS CUSTOMER IS SCREENED UNDER ITS TRADING  *00223333
      *             NAME TOO, AND IS TAGGED B ON THE REPORT.           *00226666
      *             EVERY MATCH PARKS A PENDING HIT ON THE REVIEW      *00230000
      *             QUEUE (COPYBOOK WLHIT) FOR COMPLIANCE TO CLEAR     *00240000
      *             OR CONFIRM THROUGH WLREVIEW, AND IS REPORTED.      *00250000
      *  ----------------------------------------------------------    *00380000
      *  DATE        BY    DESCRIPTION                                 *00390000
      *  2026-09-02  BAG   INITIAL VERSION                             *00400000
      *  2026-10-15  BAG   SCREEN A BUSINESS CUSTOMER'S TRADING NAME   *00403333
      *                    AS WELL; TAG BUSINESSES ON THE REPORT       *00406666
      *                                                                *00410000
      ******************************************************************00420000
       ENVIRONMENT DIVISION.                                            00430000
               88  WLSCAN-LIST-AT-EOF            VALUE 'Y'.             01100000
           05  WLSCAN-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01110000
           05  WLSCAN-HIT-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01120000
           05  WLSCAN-BUS-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01125000
           05  WLSCAN-LIST-COUNT           PIC 9(4)  COMP VALUE ZERO.   01130000
           05  WLSCAN-LIST-MAX             PIC 9(4)  COMP VALUE 1000.   01140000
           05  WLSCAN-SUB                  PIC 9(4)  COMP VALUE ZERO.   01150000
           05  WLSCAN-CTL-SORTCODE         PIC 9(6)  VALUE 987654.      01190000
           05  WLSCAN-CTL-NUMBER           PIC 9(8)  VALUE ZERO.        01200000
           05  WLSCAN-TRAN-NUMBER          PIC 9(8)  VALUE ZERO.        01210000
           05  WLSCAN-SCREEN-NAME          PIC X(60) VALUE SPACES.      01215000
                                                                        01220000
       01  WLSCAN-LIST-TABLE.                                           01230000
           05  WLSCAN-LIST-ENTRY           OCCURS 1000 TIMES.           01240000
           05  WLSCAN-DTL-SORTCODE         PIC 9(6).                    01290000
           05  FILLER                      PIC X(1)  VALUE '-'.         01300000
           05  WLSCAN-DTL-CUSTNO           PIC 9(10).                   01310000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01313333
           05  WLSCAN-DTL-TYPE             PIC X(1).                    01316666
           05  FILLER                      PIC X(2)  VALUE SPACES.      01320000
           05  WLSCAN-DTL-NAME             PIC X(60).                   01330000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01340000
               'HITS QUEUED       : '.                                  01450000
           05  WLSCAN-SUM-HITS             PIC Z(8)9.                   01460000
           05  FILLER                      PIC X(47) VALUE SPACES.      01470000
                                                                        01471428
       01  WLSCAN-SUMMARY-LINE-3.                                       01472856
           05  FILLER                      PIC X(20) VALUE              01474284
               'BUSINESSES        : '.                                  01475712
           05  WLSCAN-SUM-BUS              PIC Z(8)9.                   01477140
           05  FILLER                      PIC X(47) VALUE SPACES.      01478568
                                                                        01480000
       01  RUNCTL-REQUEST-AREA.                                         01490000
           COPY RUNCTLQ.                                                01500000
           EXIT.                                                        02430000
                                                                        02440000
      ******************************************************************02450000
      *  2000-SCREEN-CUSTOMER - MATCH ONE CUSTOMER AGAINST THE LIST,   *02455142
      *  QUEUE A HIT IF ONE LANDS, AND READ THE NEXT CUSTOMER.  A      *02460284
      *  BUSINESS WITH NO HIT ON ITS REGISTERED NAME IS TRIED AGAIN    *02465426
      *  UNDER ITS TRADING NAME.                                       *02470568
      ******************************************************************02475710
       2000-SCREEN-CUSTOMER.                                            02480852
           ADD 1 TO WLSCAN-READ-COUNT                                   02485994
           MOVE ZERO TO WLSCAN-HIT-SUB                                  02491136
                                                                        02496278
           MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC                      02499706
               TO WLSCAN-SCREEN-NAME                                    02503134
           PERFORM 2100-MATCH-ONE-ENTRY THRU 2100-EXIT                  02506562
               VARYING WLSCAN-SUB FROM 1 BY 1                           02511704
               UNTIL WLSCAN-SUB > WLSCAN-LIST-COUNT                     02516846
                  OR WLSCAN-HIT-SUB > ZERO                              02521988
                                                                        02527130
           IF CUSTOMER-BUSINESS OF CUSTOMER-FILE-REC                    02532272
               ADD 1 TO WLSCAN-BUS-COUNT                                02537414
               IF WLSCAN-HIT-SUB = ZERO                                 02542556
                  AND CUSTOMER-BUS-TRADING-NAME OF CUSTOMER-FILE-REC    02547698
                      NOT = SPACES                                      02552840
                   MOVE CUSTOMER-BUS-TRADING-NAME OF CUSTOMER-FILE-REC  02557982
                       TO WLSCAN-SCREEN-NAME                            02563124
                   PERFORM 2100-MATCH-ONE-ENTRY THRU 2100-EXIT          02568266
                       VARYING WLSCAN-SUB FROM 1 BY 1                   02573408
                       UNTIL WLSCAN-SUB > WLSCAN-LIST-COUNT             02578550
                          OR WLSCAN-HIT-SUB > ZERO                      02583692
               END-IF                                                   02588834
           END-IF                                                       02593976
                                                                        02599118
           IF WLSCAN-HIT-SUB > ZERO                                     02604260
               PERFORM 2200-QUEUE-HIT THRU 2200-EXIT                    02609402
           END-IF                                                       02614544
                                                                        02619686
           PERFORM 1200-READ-CUSTOMER-NEXT THRU 1200-EXIT.              02624828
                                                                        02630000
      ******************************************************************02640000
      *  2100-MATCH-ONE-ENTRY - FULL-NAME OR FIRST-TEN MATCH.          *02650000
      ******************************************************************02660000
       2100-MATCH-ONE-ENTRY.                                            02670000
           IF WLSCAN-SCREEN-NAME                                        02680000
              = WLSCAN-LIST-NAME(WLSCAN-SUB)                            02690000
               MOVE WLSCAN-SUB TO WLSCAN-HIT-SUB                        02700000
               GO TO 2100-EXIT                                          02710000
           END-IF                                                       02720000
                                                                        02730000
           IF WLSCAN-SCREEN-NAME (1:10)                                 02740000
              = WLSCAN-LIST-NAME(WLSCAN-SUB) (1:10)                     02750000
               MOVE WLSCAN-SUB TO WLSCAN-HIT-SUB                        02760000
           END-IF.                                                      02770000
           SET WLHIT-SUBJ-CUSTOMER OF WLHIT-FILE-REC TO TRUE            02940000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    02950000
               TO WLHIT-CUSTOMER OF WLHIT-FILE-REC                      02960000
           MOVE WLSCAN-SCREEN-NAME                                      02970000
               TO WLHIT-MATCHED-NAME OF WLHIT-FILE-REC                  02980000
           MOVE WLSCAN-LIST-NUMBER(WLSCAN-HIT-SUB)                      02990000
               TO WLHIT-LIST-ENTRY OF WLHIT-FILE-REC                    03000000
               TO WLSCAN-DTL-SORTCODE                                   03210000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    03220000
               TO WLSCAN-DTL-CUSTNO                                     03230000
           IF CUSTOMER-BUSINESS OF CUSTOMER-FILE-REC                    03231666
               MOVE 'B' TO WLSCAN-DTL-TYPE                              03233332
           ELSE                                                         03234998
               MOVE 'P' TO WLSCAN-DTL-TYPE                              03236664
           END-IF                                                       03238330
           MOVE WLSCAN-SCREEN-NAME                                      03240000
               TO WLSCAN-DTL-NAME                                       03250000
           MOVE WLSCAN-LIST-NUMBER(WLSCAN-HIT-SUB)                      03260000
               TO WLSCAN-DTL-ENTRY                                      03270000
           WRITE WLSCN-RPT-LINE FROM WLSCAN-SUMMARY-LINE-1              03720000
                                                                        03730000
           MOVE WLSCAN-HIT-COUNT TO WLSCAN-SUM-HITS                     03740000
           WRITE WLSCN-RPT-LINE FROM WLSCAN-SUMMARY-LINE-2              03744000
                                                                        03748000
           MOVE WLSCAN-BUS-COUNT TO WLSCAN-SUM-BUS                      03752000
           WRITE WLSCN-RPT-LINE FROM WLSCAN-SUMMARY-LINE-3.             03756000
       3000-EXIT.                                                       03760000
           EXIT.                                                        03770000
                                                                        03780000
