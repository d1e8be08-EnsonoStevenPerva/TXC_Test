      *  2026-08-22  BAG   EXTRACT INT/FEE/REV/DPC POSTINGS TOO        *00427500
      *                                                                 00430000
      *  2026-08-22  BAG   REGISTER WITH THE RUNCTL RUN-CONTROL        *00435000
      *  2026-10-15  BAG   POST LOAN WRITE-OFFS (LWO) AND RECOVERIES   *00436666
      *                    (LRC/LRA) TO THE LOSS AND RECOVERY ACCOUNTS *00438332
      *  2026-10-15  BAG   POST ECLCALC PROVISION MOVEMENTS (ECI/ECR)  *00438888
      *                    TO THE IMPAIRMENT ACCOUNT                   *00439444
      *  2026-10-15  BAG   POST CARD INTERCHANGE (CIC) AND CARD        *00439583
      *                    SCHEME FEES (CSF) TO THE CARD INCOME        *00439722
      *                    AND CARD SCHEME CHARGES ACCOUNTS            *00439861
      *  2026-10-15  BAG   POST NOTICE-ACCOUNT LOSS-OF-INTEREST        *00439907
      *                    PENALTIES (NTP) BACK AGAINST INTEREST       *00439953
      *  2026-10-15  BAG   KEEP CONTROL TOTALS OF THE DAY'S            *00439968
      *                    PROCTRAN ROWS READ FOR BALCHK               *00439983
      *  2026-10-15  BAG   POST CARD CASHBACK (CBK) AND ITS            *00439988
      *                    CLAWBACK (CBC) TO THE CASHBACK ACCOUNT      *00439993
      *  2026-10-15  BAG   WIDEN THE CONTROL-TOTAL TABLE TO 20 GL      *00439995
      *                    ACCOUNTS; TOTAL ANY OVERFLOW UNDER SUSPENSE *00439997
      ***************************************************************** 00440000
       ENVIRONMENT DIVISION.                                            00450000
       INPUT-OUTPUT SECTION.                                            00460000
               10  FILLER                 PIC X(28) VALUE SPACES.       01039282
           05  GLEXTR-NEXT-REF            PIC 9(8)     VALUE ZERO.      01040000
                                                                        01050000
      *    TABLE OF THE PROCTRAN TYPE CODES THAT REPRESENT REAL         01060000
      *    MONEY MOVEMENT AND SO ARE ELIGIBLE FOR GENERAL LEDGER        01070000
      *    POSTING.  EVERY OTHER PROC-TRAN-TYPE IS A NON-MONETARY       01080000
      *    LIFECYCLE/AUDIT EVENT AND IS SKIPPED BY THIS EXTRACT.        01090000
      *    SO THE TWO LEGS POST IN OPPOSITE DIRECTIONS INSTEAD OF       01093000
      *    BOTH POSTING AS A DEBIT AGAINST THE SUSPENSE ACCOUNT.        01094000
       01  GLEXTR-TYPE-CODES.                                           01100000
           05  FILLER                     PIC X(42) VALUE               01106000
               'CHICHOCREDEBPCRPDRTFDTFCINTFEEREVDPCSUSSUR'.            01112000
           05  FILLER                     PIC X(24) VALUE               01118000
               'LWOLRCLRAECIECRCICCSFNTP'.                              01124000
           05  FILLER                     PIC X(6)  VALUE               01126000
               'CBKCBC'.                                                01128000
       01  GLEXTR-TYPE-TABLE REDEFINES GLEXTR-TYPE-CODES.               01130000
           05  GLEXTR-TYPE-ENTRY          PIC X(3) OCCURS 24 TIMES      01140000
                                          INDEXED BY GLEXTR-TY-IDX.     01150000
                                                                        01160000
      *    FOR EACH TYPE ABOVE (SAME ORDER, SAME INDEX), THE GL         01170000
           '140000C150000D160000C170000C'.                              01252000
           05  FILLER                     PIC X(14) VALUE               01254000
           '180000C180000D'.                                            01256000
           05  FILLER                     PIC X(21) VALUE               01257333
           '190000D191000C191000C'.                                     01258666
           05  FILLER                     PIC X(14) VALUE               01259110
           '192000D192000C'.                                            01259554
           05  FILLER                     PIC X(14) VALUE               01259702
           '193000C194000D'.                                            01259850
           05  FILLER                     PIC X(7)  VALUE               01259900
           '140000D'.                                                   01259950
           05  FILLER                     PIC X(14) VALUE               01259966
           '195000C195000D'.                                            01259982
       01  GLEXTR-GL-TABLE REDEFINES GLEXTR-GL-CODES.                   01260000
           05  GLEXTR-GL-ENTRY            OCCURS 24 TIMES.              01270000
               10  GLEXTR-GL-ACCT         PIC X(6).                     01280000
               10  GLEXTR-GL-DRCR         PIC X(1).                     01290000
                                                                        01300000
       01  GLEXTR-SUSPENSE-ACCOUNT        PIC X(6) VALUE '999999'.      01310000
                                                                        01320000
      *    CONTROL TOTALS BY GL ACCOUNT (UP TO 20 ACCOUNTS, INCLUDING   01330000
      *    THE SUSPENSE ACCOUNT), SPLIT BETWEEN DEBITS AND CREDITS SO   01340000
      *    OPERATIONS CAN SEE THE EXTRACT BALANCES BEFORE IT GOES TO    01350000
      *    FINANCE.                                                   * 01360000
       01  GLEXTR-CONTROL-TABLE.                                        01370000
           05  GLEXTR-CTL-COUNT           PIC 9(4)      VALUE ZERO.     01380000
           05  GLEXTR-CTL-MAX             PIC 9(4)      VALUE 20.       01386666
           05  GLEXTR-CTL-ENTRY           OCCURS 20 TIMES               01393332
                                           INDEXED BY GLEXTR-CTL-IDX.   01400000
               10  GLEXTR-CTL-ACCOUNT     PIC X(6)      VALUE SPACES.   01410000
               10  GLEXTR-CTL-DEBITS      PIC 9(10)V99  VALUE ZERO.     01420000
                                                                        01830000
       01  RUNCTL-REQUEST-AREA.                                         01832000
           COPY RUNCTLQ.                                                01834000
                                                                        01834500
       01  BALTOT-REQUEST-AREA.                                         01835000
           COPY BALTOTQ.                                                01835500
                                                                        01836000
      ***************************************************************** 01840000
       PROCEDURE DIVISION.                                              01850000
               DISPLAY 'GLEXTR - HELD - PREDECESSOR NOT COMPLETE'       02036000
               STOP RUN                                                 02037000
           END-IF                                                       02038000
                                                                        02038200
           MOVE 'GLEXTR' TO BALTOT-REQ-JOB                              02038400
           SET BALTOT-REQ-CONSUMER TO TRUE                              02038600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02038800
                                                                        02039000
           OPEN INPUT  PROCTRAN-FILE                                    02040000
           OPEN INPUT  PARAMETER-FILE                                   02050000
           EXIT.                                                        02220000
                                                                        02230000
      ***************************************************************** 02240000
      *  2000-PROCESS-PROCTRAN - COUNT A PROCTRAN ROW FOR THE           02250000
      *  REQUESTED BUSINESS DATE INTO THE CONTROL TOTALS, EXTRACT IT    02260000
      *  IF ITS TYPE IS GL-ELIGIBLE, AND READ THE NEXT ONE.             02270000
      ***************************************************************** 02280000
       2000-PROCESS-PROCTRAN.                                           02290000
           IF PROC-TRAN-DATE OF PROCTRAN-FILE-REC = GLEXTR-RUN-DATE     02300000
               PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT            02305000
               PERFORM 2100-EXTRACT-TRAN THRU 2100-EXIT                 02310000
           END-IF                                                       02320000
                                                                        02330000
                                                                        02960000
      ***************************************************************** 02970000
      *  2120-ACCUMULATE - FIND (OR ADD) THE GL ACCOUNT'S CONTROL       02980000
      *  TOTAL SLOT AND BUMP ITS DEBIT OR CREDIT TOTAL.  THE LAST SLOT  02984000
      *  IS KEPT FOR THE SUSPENSE ACCOUNT; A NEW ACCOUNT THAT FINDS     02988000
      *  THE TABLE FULL IS TOTALLED UNDER SUSPENSE SO THE REPORT STILL  02992000
      *  BALANCES.                                                      02996000
      ***************************************************************** 03000000
       2120-ACCUMULATE.                                                 03010000
           SET GLEXTR-CTL-IDX TO 1                                      03020000
           SEARCH GLEXTR-CTL-ENTRY                                      03030000
               VARYING GLEXTR-CTL-IDX                                   03040000
               AT END                                                   03050000
                   IF GLEXTR-CTL-COUNT < GLEXTR-CTL-MAX - 1             03053571
                      OR (GLEXTR-CTL-COUNT < GLEXTR-CTL-MAX             03057142
                      AND GLEXT-GL-ACCOUNT = GLEXTR-SUSPENSE-ACCOUNT)   03060713
                       ADD 1 TO GLEXTR-CTL-COUNT                        03064284
                       SET GLEXTR-CTL-IDX TO GLEXTR-CTL-COUNT           03067855
                       MOVE GLEXT-GL-ACCOUNT TO GLEXTR-CTL-ACCOUNT      03071426
                                                 (GLEXTR-CTL-IDX)       03074997
                   ELSE                                                 03078568
                       DISPLAY 'GLEXTR - CRITICAL - CONTROL TABLE '     03082139
                           'FULL, GL ACCOUNT ' GLEXT-GL-ACCOUNT         03085710
                           ' TOTALLED UNDER SUSPENSE'                   03089281
                       PERFORM 2125-FIND-SUSPENSE-SLOT THRU 2125-EXIT   03092852
                   END-IF                                               03096423
               WHEN GLEXTR-CTL-ACCOUNT(GLEXTR-CTL-IDX) =                03100000
                    GLEXT-GL-ACCOUNT                                    03110000
                   CONTINUE                                             03120000
               ADD GLEXT-AMOUNT TO GLEXTR-CTL-CREDITS(GLEXTR-CTL-IDX)   03180000
           END-IF.                                                      03190000
       2120-EXIT.                                                       03200000
           EXIT.                                                        03200476
                                                                        03200952
      ***************************************************************** 03201428
      *  2125-FIND-SUSPENSE-SLOT - FIND (OR ADD, IN THE SLOT KEPT FOR   03201904
      *  IT) THE SUSPENSE ACCOUNT'S CONTROL TOTAL SLOT.                 03202380
      ***************************************************************** 03202856
       2125-FIND-SUSPENSE-SLOT.                                         03203332
           SET GLEXTR-CTL-IDX TO 1                                      03203808
           SEARCH GLEXTR-CTL-ENTRY                                      03204284
               VARYING GLEXTR-CTL-IDX                                   03204760
               AT END                                                   03205236
                   ADD 1 TO GLEXTR-CTL-COUNT                            03205712
                   SET GLEXTR-CTL-IDX TO GLEXTR-CTL-COUNT               03206188
                   MOVE GLEXTR-SUSPENSE-ACCOUNT TO GLEXTR-CTL-ACCOUNT   03206664
                                                (GLEXTR-CTL-IDX)        03207140
               WHEN GLEXTR-CTL-ACCOUNT(GLEXTR-CTL-IDX) =                03207616
                    GLEXTR-SUSPENSE-ACCOUNT                             03208092
                   CONTINUE                                             03208568
           END-SEARCH.                                                  03209044
       2125-EXIT.                                                       03209520
           EXIT.                                                        03210000
                                                                        03220000
      ***************************************************************** 03230000
       3210-EXIT.                                                       03870000
           EXIT.                                                        03880000
                                                                        03890000
      ***************************************************************** 03890666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST READ TO   * 03891332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                         * 03891998
      ***************************************************************** 03892664
       8900-ADD-CONTROL-TOTAL.                                          03893330
           SET BALTOT-REQ-ADD TO TRUE                                   03893996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  03894662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  03895328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   03895994
               TO BALTOT-REQ-AMOUNT                                     03896660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          03897326
       8900-EXIT.                                                       03897992
           EXIT.                                                        03898658
                                                                        03899324
      ***************************************************************** 03900000
      *  9000-TERMINATE - CLOSE THE REMAINING FILES.                  * 03910000
      ***************************************************************** 03920000
       9000-TERMINATE.                                                  03930000
           SET BALTOT-REQ-WRITE TO TRUE                                 03930500
           CALL 'BALTOT' USING BALTOT-REQUEST                           03931000
                                                                        03931500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              03932000
           MOVE GLEXTR-NEXT-REF TO RUNCTL-REQ-COUNT                     03934000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03936000
