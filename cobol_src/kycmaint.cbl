      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    KYCMAINT.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  KYCMAINT - KYC DOCUMENT REGISTER AND PERIODIC REVIEW          *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A KYCMNT COMMAREA (COPYBOOK KYCMNT)        *00150000
      *             NAMING ONE CUSTOMER :                              *00160000
      *                                                                *00170000
      *               A - ADD A DOCUMENT THE CUSTOMER HAS PRODUCED.    *00180000
      *                   THE TYPE MUST BE KNOWN, THE ISSUE DATE NOT   *00190000
      *                   IN THE FUTURE AND THE DOCUMENT NOT ALREADY   *00200000
      *                   EXPIRED.  THE OPERATOR IS RECORDED AS THE    *00210000
      *                   VERIFIER AND THE NEW SEQUENCE IS RETURNED.   *00220000
      *               U - CORRECT A DOCUMENT'S TYPE, REFERENCE OR      *00230000
      *                   DATES.  THE OPERATOR RE-VERIFIES IT.         *00240000
      *               W - WITHDRAW A DOCUMENT.  THE ROW IS MARKED -    *00250000
      *                   NOT DELETED - SO THE REGISTER IS ITS OWN     *00260000
      *                   AUDIT TRAIL.                                 *00270000
      *               I - INQUIRE.  RETURNS THE DOCUMENT WHEN A        *00280000
      *                   SEQUENCE IS GIVEN, AND THE CUSTOMER'S RISK   *00290000
      *                   RATING AND REVIEW POSITION.                  *00300000
      *               R - RECORD A COMPLETED PERIODIC REVIEW.  THE     *00310000
      *                   CUSTOMER MUST HOLD AT LEAST ONE CURRENT,     *00320000
      *                   UNEXPIRED IDENTITY DOCUMENT.  THE PROFILE    *00330000
      *                   GOES BACK TO CURRENT AND THE NEXT REVIEW     *00340000
      *                   FALLS DUE ONE RATING CYCLE FROM TODAY.       *00350000
      *                   A REVIEW IS A SUPERVISOR OR MANAGER          *00360000
      *                   SIGN-OFF.                                    *00370000
      *                                                                *00380000
      *             EVERY ACTION IS RECORDED AGAINST AN OPERATOR WHO   *00390000
      *             MUST BE ACTIVE ON THE OPERATOR MASTER.  THE RISK   *00400000
      *             RATING ITSELF IS SET BY THE NIGHTLY KYCREVW RUN.   *00410000
      *                                                                *00420000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00430000
      *             KYCDOC   - VSAM KSDS - KYC DOCUMENT REGISTER       *00440000
      *             KYCPROF  - VSAM KSDS - KYC RISK PROFILES           *00450000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00460000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00470000
      *                                                                *00480000
      *  CHANGE HISTORY                                                *00490000
      *  ----------------------------------------------------------    *00500000
      *  DATE        BY    DESCRIPTION                                 *00510000
      *  2026-10-15  BAG   INITIAL VERSION                             *00520000
      *  2026-10-15  BAG   A NEW PROFILE TAKES THE CUSTOMER'S TYPE     *00525000
      *                                                                *00530000
      ******************************************************************00540000
       DATA DIVISION.                                                   00550000
       WORKING-STORAGE SECTION.                                         00560000
       01  KYCMAINT-WORK-AREA.                                          00570000
           05  KYCMAINT-RESP              PIC S9(8) COMP.               00580000
           05  KYCMAINT-CUST-KEY.                                       00590000
               10  KYCMAINT-CUST-SORTCODE PIC 9(6).                     00600000
               10  KYCMAINT-CUST-NUMBER   PIC 9(10).                    00610000
           05  KYCMAINT-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00620000
           05  KYCMAINT-BROWSE-SWITCH     PIC X     VALUE 'N'.          00630000
               88  KYCMAINT-BROWSE-DONE       VALUE 'Y'.                00640000
           05  KYCMAINT-HIGH-SEQ          PIC 9(3)  VALUE ZERO.         00650000
           05  KYCMAINT-ID-HELD           PIC 9(3)  VALUE ZERO.         00660000
           05  KYCMAINT-ID-EXPIRY         PIC 9(8)  VALUE ZERO.         00670000
           05  KYCMAINT-NEW-PURPOSE       PIC X     VALUE SPACE.        00680000
           05  KYCMAINT-ADD-MONTHS        PIC 9(2)  VALUE ZERO.         00690000
           05  KYCMAINT-MONTH-TOTAL       PIC 9(3)  VALUE ZERO.         00700000
           05  KYCMAINT-YEAR-CARRY        PIC 9(2)  VALUE ZERO.         00710000
           05  KYCMAINT-MONTH-REM         PIC 9(2)  VALUE ZERO.         00720000
           05  KYCMAINT-MONTH-END         PIC 9(2)  VALUE ZERO.         00730000
           05  KYCMAINT-LEAP-QUOTIENT     PIC 9(4)  VALUE ZERO.         00740000
           05  KYCMAINT-LEAP-REMAINDER    PIC 9     VALUE ZERO.         00750000
           05  KYCMAINT-CALC-DATE         PIC 9(8)  VALUE ZERO.         00760000
           05  KYCMAINT-CALC-GRP REDEFINES KYCMAINT-CALC-DATE.          00770000
               10  KYCMAINT-CALC-YYYY     PIC 9(4).                     00780000
               10  KYCMAINT-CALC-MM       PIC 99.                       00790000
               10  KYCMAINT-CALC-DD       PIC 99.                       00800000
      *    THE REVIEW CYCLE A NEW PROFILE STARTS ON UNTIL KYCREVW      *00810000
      *    FIRST RATES IT - THE LOW-RISK CYCLE.                        *00820000
           05  KYCMAINT-DEFAULT-MONTHS    PIC 9(2)  VALUE 36.           00830000
                                                                        00840000
       01  KYCMAINT-MONTH-DAYS-VALUES     PIC X(24) VALUE               00850000
           '312831303130313130313031'.                                  00860000
       01  KYCMAINT-MONTH-DAYS-TABLE REDEFINES                          00870000
               KYCMAINT-MONTH-DAYS-VALUES.                              00880000
           05  KYCMAINT-MONTH-DAYS        PIC 99 OCCURS 12 TIMES.       00890000
                                                                        00900000
       01  KYCMAINT-CUSTOMER-REC.                                       00910000
           COPY CUSTOMER.                                               00920000
                                                                        00930000
       01  KYCMAINT-KYCDOC-REC.                                         00940000
           COPY KYCDOC.                                                 00950000
                                                                        00960000
       01  KYCMAINT-KYCPROF-REC.                                        00970000
           COPY KYCPROF.                                                00980000
                                                                        00990000
       01  KYCMAINT-OPERATOR-REC.                                       01000000
           COPY OPERATOR.                                               01010000
                                                                        01020000
       01  KYCMAINT-BUSDATE-REC.                                        01030000
           COPY BUSDATE.                                                01040000
                                                                        01050000
       LINKAGE SECTION.                                                 01060000
       01  DFHCOMMAREA.                                                 01070000
           COPY KYCMNT.                                                 01080000
                                                                        01090000
      ******************************************************************01100000
       PROCEDURE DIVISION.                                              01110000
      ******************************************************************01120000
       0000-MAINLINE.                                                   01130000
           MOVE SPACE TO COMM-KYC-SUCCESS                               01140000
           MOVE SPACE TO COMM-KYC-FAIL-CD                               01150000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF KYCMAINT-BUSDATE-REC 01160000
           EXEC CICS                                                    01170000
               READ DATASET('BUSDATE')                                  01180000
                    INTO(KYCMAINT-BUSDATE-REC)                          01190000
                    RIDFLD(BUSDATE-KEY OF KYCMAINT-BUSDATE-REC)         01200000
                    RESP(KYCMAINT-RESP)                                 01210000
           END-EXEC                                                     01220000
           IF KYCMAINT-RESP = DFHRESP(NORMAL)                           01230000
               MOVE BUSDATE-CURRENT-DATE OF KYCMAINT-BUSDATE-REC        01240000
                   TO KYCMAINT-TODAYS-DATE                              01250000
           ELSE                                                         01260000
               ACCEPT KYCMAINT-TODAYS-DATE FROM DATE YYYYMMDD           01270000
           END-IF                                                       01280000
                                                                        01290000
           PERFORM 0500-VALIDATE-REQUEST THRU 0500-EXIT                 01300000
                                                                        01310000
           IF COMM-KYC-FAIL-CD = SPACE                                  01320000
               EVALUATE TRUE                                            01330000
                   WHEN COMM-KYC-ACT-ADD                                01340000
                       PERFORM 2000-ADD-DOCUMENT THRU 2000-EXIT         01350000
                   WHEN COMM-KYC-ACT-UPDATE                             01360000
                       PERFORM 3000-UPDATE-DOCUMENT THRU 3000-EXIT      01370000
                   WHEN COMM-KYC-ACT-WITHDRAW                           01380000
                       PERFORM 4000-WITHDRAW-DOCUMENT THRU 4000-EXIT    01390000
                   WHEN COMM-KYC-ACT-INQUIRE                            01400000
                       PERFORM 5000-INQUIRE THRU 5000-EXIT              01410000
                   WHEN COMM-KYC-ACT-REVIEW                             01420000
                       PERFORM 6000-RECORD-REVIEW THRU 6000-EXIT        01430000
               END-EVALUATE                                             01440000
           END-IF                                                       01450000
                                                                        01460000
           IF COMM-KYC-FAIL-CD = SPACE                                  01470000
               MOVE 'Y' TO COMM-KYC-SUCCESS                             01480000
           ELSE                                                         01490000
               MOVE 'N' TO COMM-KYC-SUCCESS                             01500000
           END-IF                                                       01510000
                                                                        01520000
           GO TO 9999-EXIT.                                             01530000
                                                                        01540000
      ******************************************************************01550000
      *  0500-VALIDATE-REQUEST - THE ACTION MUST BE KNOWN, THE         *01560000
      *  CUSTOMER MUST EXIST AND THE OPERATOR MUST BE ACTIVE.          *01570000
      ******************************************************************01580000
       0500-VALIDATE-REQUEST.                                           01590000
           IF NOT COMM-KYC-ACT-ADD AND NOT COMM-KYC-ACT-UPDATE          01600000
              AND NOT COMM-KYC-ACT-WITHDRAW                             01610000
              AND NOT COMM-KYC-ACT-INQUIRE                              01620000
              AND NOT COMM-KYC-ACT-REVIEW                               01630000
               MOVE '3' TO COMM-KYC-FAIL-CD                             01640000
               GO TO 0500-EXIT                                          01650000
           END-IF                                                       01660000
                                                                        01670000
           MOVE COMM-KYC-SORTCODE TO KYCMAINT-CUST-SORTCODE             01680000
           MOVE COMM-KYC-CUSTNO   TO KYCMAINT-CUST-NUMBER               01690000
                                                                        01700000
           EXEC CICS                                                    01710000
               READ DATASET('CUSTOMER')                                 01720000
                    INTO(KYCMAINT-CUSTOMER-REC)                         01730000
                    RIDFLD(KYCMAINT-CUST-KEY)                           01740000
                    RESP(KYCMAINT-RESP)                                 01750000
           END-EXEC                                                     01760000
                                                                        01770000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       01780000
               MOVE '1' TO COMM-KYC-FAIL-CD                             01790000
               GO TO 0500-EXIT                                          01800000
           END-IF                                                       01810000
                                                                        01820000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT.                  01830000
       0500-EXIT.                                                       01840000
           EXIT.                                                        01850000
                                                                        01860000
      ******************************************************************01870000
      *  0600-CHECK-OPERATOR - THE OPERATOR MUST BE ON THE MASTER AND  *01880000
      *  ACTIVE.  A REVIEW SIGN-OFF ALSO NEEDS A SUPERVISOR OR         *01890000
      *  MANAGER.                                                      *01900000
      ******************************************************************01910000
       0600-CHECK-OPERATOR.                                             01920000
           MOVE COMM-KYC-OPERATOR TO OPERATOR-ID                        01930000
                                      OF KYCMAINT-OPERATOR-REC          01940000
                                                                        01950000
           EXEC CICS                                                    01960000
               READ DATASET('OPERATOR')                                 01970000
                    INTO(KYCMAINT-OPERATOR-REC)                         01980000
                    RIDFLD(OPERATOR-KEY OF KYCMAINT-OPERATOR-REC)       01990000
                    RESP(KYCMAINT-RESP)                                 02000000
           END-EXEC                                                     02010000
                                                                        02020000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       02030000
               MOVE 'O' TO COMM-KYC-FAIL-CD                             02040000
               GO TO 0600-EXIT                                          02050000
           END-IF                                                       02060000
                                                                        02070000
           IF NOT OPERATOR-ACTIVE OF KYCMAINT-OPERATOR-REC              02080000
               MOVE 'O' TO COMM-KYC-FAIL-CD                             02090000
               GO TO 0600-EXIT                                          02100000
           END-IF                                                       02110000
                                                                        02120000
           IF COMM-KYC-ACT-REVIEW                                       02130000
              AND NOT OPERATOR-ROLE-SUPERVISOR OF KYCMAINT-OPERATOR-REC 02140000
              AND NOT OPERATOR-ROLE-MANAGER OF KYCMAINT-OPERATOR-REC    02150000
               MOVE 'V' TO COMM-KYC-FAIL-CD                             02160000
           END-IF.                                                      02170000
       0600-EXIT.                                                       02180000
           EXIT.                                                        02190000
                                                                        02200000
      ******************************************************************02210000
      *  1000-CHECK-DOCUMENT - THE TYPE MUST BE ONE THE REGISTER       *02220000
      *  KNOWS, WHICH ALSO SETS WHAT IT EVIDENCES.  THE ISSUE DATE     *02230000
      *  MUST BE GIVEN AND NOT IN THE FUTURE; AN EXPIRY DATE MUST      *02240000
      *  FALL AFTER THE ISSUE DATE AND NOT BEFORE TODAY, SINCE AN      *02250000
      *  EXPIRED DOCUMENT IS NO EVIDENCE.                              *02260000
      ******************************************************************02270000
       1000-CHECK-DOCUMENT.                                             02280000
           MOVE COMM-KYC-DOC-TYPE TO KYCDOC-DOC-TYPE                    02290000
                                      OF KYCMAINT-KYCDOC-REC            02300000
           EVALUATE TRUE                                                02310000
               WHEN KYCDOC-TYPE-IDENTITY OF KYCMAINT-KYCDOC-REC         02320000
                   MOVE 'I' TO KYCMAINT-NEW-PURPOSE                     02330000
               WHEN KYCDOC-TYPE-ADDRESS OF KYCMAINT-KYCDOC-REC          02340000
                   MOVE 'A' TO KYCMAINT-NEW-PURPOSE                     02350000
               WHEN OTHER                                               02360000
                   MOVE '4' TO COMM-KYC-FAIL-CD                         02370000
                   GO TO 1000-EXIT                                      02380000
           END-EVALUATE                                                 02390000
                                                                        02400000
           IF COMM-KYC-REFERENCE = SPACES                               02410000
              OR COMM-KYC-ISSUE-DATE = ZERO                             02420000
              OR COMM-KYC-ISSUE-DATE > KYCMAINT-TODAYS-DATE             02430000
               MOVE '5' TO COMM-KYC-FAIL-CD                             02440000
               GO TO 1000-EXIT                                          02450000
           END-IF                                                       02460000
                                                                        02470000
           IF COMM-KYC-EXPIRY-DATE NOT = ZERO                           02480000
               IF COMM-KYC-EXPIRY-DATE NOT > COMM-KYC-ISSUE-DATE        02490000
                  OR COMM-KYC-EXPIRY-DATE < KYCMAINT-TODAYS-DATE        02500000
                   MOVE '5' TO COMM-KYC-FAIL-CD                         02510000
               END-IF                                                   02520000
           END-IF.                                                      02530000
       1000-EXIT.                                                       02540000
           EXIT.                                                        02550000
                                                                        02560000
      ******************************************************************02570000
      *  2000-ADD-DOCUMENT - CHECK THE DOCUMENT, TAKE THE NEXT         *02580000
      *  SEQUENCE AND RECORD IT AS VERIFIED BY THE OPERATOR TODAY.     *02590000
      ******************************************************************02600000
       2000-ADD-DOCUMENT.                                               02610000
           PERFORM 1000-CHECK-DOCUMENT THRU 1000-EXIT                   02620000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              02630000
               GO TO 2000-EXIT                                          02640000
           END-IF                                                       02650000
                                                                        02660000
           PERFORM 2200-ASSIGN-DOC-SEQ THRU 2200-EXIT                   02670000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              02680000
               GO TO 2000-EXIT                                          02690000
           END-IF                                                       02700000
                                                                        02710000
           MOVE 'KYCD' TO KYCDOC-EYECATCHER OF KYCMAINT-KYCDOC-REC      02720000
           MOVE COMM-KYC-SORTCODE TO KYCDOC-SORTCODE                    02730000
                                      OF KYCMAINT-KYCDOC-REC            02740000
           MOVE COMM-KYC-CUSTNO   TO KYCDOC-CUSTOMER                    02750000
                                      OF KYCMAINT-KYCDOC-REC            02760000
           MOVE COMM-KYC-DOC-SEQ  TO KYCDOC-SEQ OF KYCMAINT-KYCDOC-REC  02770000
           PERFORM 2500-SET-DOCUMENT-DETAILS THRU 2500-EXIT             02780000
           MOVE ZERO   TO KYCDOC-WITHDRAWN-DATE OF KYCMAINT-KYCDOC-REC  02790000
           MOVE SPACES TO KYCDOC-WITHDRAWN-BY OF KYCMAINT-KYCDOC-REC    02800000
                                                                        02810000
           EXEC CICS                                                    02820000
               WRITE DATASET('KYCDOC')                                  02830000
                     FROM(KYCMAINT-KYCDOC-REC)                          02840000
                     RIDFLD(KYCDOC-KEY OF KYCMAINT-KYCDOC-REC)          02850000
                     RESP(KYCMAINT-RESP)                                02860000
           END-EXEC                                                     02870000
                                                                        02880000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       02890000
               MOVE '6' TO COMM-KYC-FAIL-CD                             02900000
               GO TO 2000-EXIT                                          02910000
           END-IF                                                       02920000
                                                                        02930000
           PERFORM 5100-RETURN-DOCUMENT THRU 5100-EXIT.                 02940000
       2000-EXIT.                                                       02950000
           EXIT.                                                        02960000
                                                                        02970000
      ******************************************************************02980000
      *  2200-ASSIGN-DOC-SEQ - BROWSE THE CUSTOMER'S DOCUMENTS AND     *02990000
      *  HAND OUT THE NEXT SEQUENCE PAST THE HIGHEST ON FILE,          *03000000
      *  INCLUDING WITHDRAWN ROWS SO A SEQUENCE IS NEVER REUSED.       *03010000
      ******************************************************************03020000
       2200-ASSIGN-DOC-SEQ.                                             03030000
           MOVE ZERO TO KYCMAINT-HIGH-SEQ                               03040000
           PERFORM 2300-START-DOC-BROWSE THRU 2300-EXIT                 03050000
                                                                        03060000
           PERFORM 2250-READ-NEXT-SEQ THRU 2250-EXIT                    03070000
              UNTIL KYCMAINT-BROWSE-DONE                                03080000
                                                                        03090000
           EXEC CICS                                                    03100000
               ENDBR DATASET('KYCDOC')                                  03110000
                     RESP(KYCMAINT-RESP)                                03120000
           END-EXEC                                                     03130000
                                                                        03140000
           IF KYCMAINT-HIGH-SEQ = 999                                   03150000
               MOVE '9' TO COMM-KYC-FAIL-CD                             03160000
               GO TO 2200-EXIT                                          03170000
           END-IF                                                       03180000
                                                                        03190000
           COMPUTE COMM-KYC-DOC-SEQ = KYCMAINT-HIGH-SEQ + 1.            03200000
       2200-EXIT.                                                       03210000
           EXIT.                                                        03220000
                                                                        03230000
      ******************************************************************03240000
      *  2250-READ-NEXT-SEQ - ONE DOCUMENT IN THE BROWSE.  STOP AT     *03250000
      *  THE FIRST ROW FOR ANOTHER CUSTOMER.                           *03260000
      ******************************************************************03270000
       2250-READ-NEXT-SEQ.                                              03280000
           PERFORM 2350-READ-NEXT-DOC THRU 2350-EXIT                    03290000
           IF KYCMAINT-BROWSE-DONE                                      03300000
               GO TO 2250-EXIT                                          03310000
           END-IF                                                       03320000
                                                                        03330000
           MOVE KYCDOC-SEQ OF KYCMAINT-KYCDOC-REC                       03340000
               TO KYCMAINT-HIGH-SEQ.                                    03350000
       2250-EXIT.                                                       03360000
           EXIT.                                                        03370000
                                                                        03380000
      ******************************************************************03390000
      *  2300-START-DOC-BROWSE - POSITION AT THE CUSTOMER'S FIRST      *03400000
      *  DOCUMENT.  WITH NONE ON FILE THE BROWSE IS ALREADY DONE.      *03410000
      ******************************************************************03420000
       2300-START-DOC-BROWSE.                                           03430000
           MOVE 'N' TO KYCMAINT-BROWSE-SWITCH                           03440000
           MOVE COMM-KYC-SORTCODE TO KYCDOC-SORTCODE                    03450000
                                      OF KYCMAINT-KYCDOC-REC            03460000
           MOVE COMM-KYC-CUSTNO   TO KYCDOC-CUSTOMER                    03470000
                                      OF KYCMAINT-KYCDOC-REC            03480000
           MOVE ZERO TO KYCDOC-SEQ OF KYCMAINT-KYCDOC-REC               03490000
                                                                        03500000
           EXEC CICS                                                    03510000
               STARTBR DATASET('KYCDOC')                                03520000
                       RIDFLD(KYCDOC-KEY OF KYCMAINT-KYCDOC-REC)        03530000
                       GTEQ                                             03540000
                       RESP(KYCMAINT-RESP)                              03550000
           END-EXEC                                                     03560000
                                                                        03570000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       03580000
               SET KYCMAINT-BROWSE-DONE TO TRUE                         03590000
           END-IF.                                                      03600000
       2300-EXIT.                                                       03610000
           EXIT.                                                        03620000
                                                                        03630000
      ******************************************************************03640000
      *  2350-READ-NEXT-DOC - THE NEXT DOCUMENT, OR BROWSE DONE AT     *03650000
      *  END OF FILE OR THE FIRST ROW FOR ANOTHER CUSTOMER.            *03660000
      ******************************************************************03670000
       2350-READ-NEXT-DOC.                                              03680000
           EXEC CICS                                                    03690000
               READNEXT DATASET('KYCDOC')                               03700000
                        INTO(KYCMAINT-KYCDOC-REC)                       03710000
                        RIDFLD(KYCDOC-KEY OF KYCMAINT-KYCDOC-REC)       03720000
                        RESP(KYCMAINT-RESP)                             03730000
           END-EXEC                                                     03740000
                                                                        03750000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       03760000
               SET KYCMAINT-BROWSE-DONE TO TRUE                         03770000
               GO TO 2350-EXIT                                          03780000
           END-IF                                                       03790000
                                                                        03800000
           IF KYCDOC-SORTCODE OF KYCMAINT-KYCDOC-REC                    03810000
              NOT = COMM-KYC-SORTCODE                                   03820000
              OR KYCDOC-CUSTOMER OF KYCMAINT-KYCDOC-REC                 03830000
                 NOT = COMM-KYC-CUSTNO                                  03840000
               SET KYCMAINT-BROWSE-DONE TO TRUE                         03850000
           END-IF.                                                      03860000
       2350-EXIT.                                                       03870000
           EXIT.                                                        03880000
                                                                        03890000
      ******************************************************************03900000
      *  2500-SET-DOCUMENT-DETAILS - THE CALLER'S DOCUMENT DETAILS,    *03910000
      *  VERIFIED BY THE OPERATOR TODAY.                               *03920000
      ******************************************************************03930000
       2500-SET-DOCUMENT-DETAILS.                                       03940000
           MOVE COMM-KYC-DOC-TYPE TO KYCDOC-DOC-TYPE                    03950000
                                      OF KYCMAINT-KYCDOC-REC            03960000
           MOVE KYCMAINT-NEW-PURPOSE TO KYCDOC-PURPOSE                  03970000
                                         OF KYCMAINT-KYCDOC-REC         03980000
           MOVE COMM-KYC-REFERENCE TO KYCDOC-REFERENCE                  03990000
                                       OF KYCMAINT-KYCDOC-REC           04000000
           MOVE COMM-KYC-ISSUE-DATE TO KYCDOC-ISSUE-DATE                04010000
                                        OF KYCMAINT-KYCDOC-REC          04020000
           MOVE COMM-KYC-EXPIRY-DATE TO KYCDOC-EXPIRY-DATE              04030000
                                         OF KYCMAINT-KYCDOC-REC         04040000
           MOVE COMM-KYC-OPERATOR TO KYCDOC-VERIFIED-BY                 04050000
                                      OF KYCMAINT-KYCDOC-REC            04060000
           MOVE KYCMAINT-TODAYS-DATE TO KYCDOC-VERIFIED-DATE            04070000
                                         OF KYCMAINT-KYCDOC-REC         04080000
           SET KYCDOC-CURRENT OF KYCMAINT-KYCDOC-REC TO TRUE.           04090000
       2500-EXIT.                                                       04100000
           EXIT.                                                        04110000
                                                                        04120000
      ******************************************************************04130000
      *  2600-READ-DOC-FOR-UPDATE - THE NAMED DOCUMENT, WHICH MUST     *04140000
      *  NOT HAVE BEEN WITHDRAWN.                                      *04150000
      ******************************************************************04160000
       2600-READ-DOC-FOR-UPDATE.                                        04170000
           MOVE COMM-KYC-SORTCODE TO KYCDOC-SORTCODE                    04180000
                                      OF KYCMAINT-KYCDOC-REC            04190000
           MOVE COMM-KYC-CUSTNO   TO KYCDOC-CUSTOMER                    04200000
                                      OF KYCMAINT-KYCDOC-REC            04210000
           MOVE COMM-KYC-DOC-SEQ  TO KYCDOC-SEQ OF KYCMAINT-KYCDOC-REC  04220000
                                                                        04230000
           EXEC CICS                                                    04240000
               READ DATASET('KYCDOC')                                   04250000
                    INTO(KYCMAINT-KYCDOC-REC)                           04260000
                    RIDFLD(KYCDOC-KEY OF KYCMAINT-KYCDOC-REC)           04270000
                    UPDATE                                              04280000
                    RESP(KYCMAINT-RESP)                                 04290000
           END-EXEC                                                     04300000
                                                                        04310000
           IF KYCMAINT-RESP = DFHRESP(NOTFND)                           04320000
               MOVE '2' TO COMM-KYC-FAIL-CD                             04330000
               GO TO 2600-EXIT                                          04340000
           END-IF                                                       04350000
                                                                        04360000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       04370000
               MOVE '8' TO COMM-KYC-FAIL-CD                             04380000
               GO TO 2600-EXIT                                          04390000
           END-IF                                                       04400000
                                                                        04410000
           IF KYCDOC-WITHDRAWN OF KYCMAINT-KYCDOC-REC                   04420000
               MOVE '2' TO COMM-KYC-FAIL-CD                             04430000
           END-IF.                                                      04440000
       2600-EXIT.                                                       04450000
           EXIT.                                                        04460000
                                                                        04470000
      ******************************************************************04480000
      *  2700-REWRITE-DOCUMENT - PUT THE UPDATED DOCUMENT BACK.        *04490000
      ******************************************************************04500000
       2700-REWRITE-DOCUMENT.                                           04510000
           EXEC CICS                                                    04520000
               REWRITE DATASET('KYCDOC')                                04530000
                       FROM(KYCMAINT-KYCDOC-REC)                        04540000
                       RESP(KYCMAINT-RESP)                              04550000
           END-EXEC                                                     04560000
                                                                        04570000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       04580000
               MOVE '6' TO COMM-KYC-FAIL-CD                             04590000
           END-IF.                                                      04600000
       2700-EXIT.                                                       04610000
           EXIT.                                                        04620000
                                                                        04630000
      ******************************************************************04640000
      *  3000-UPDATE-DOCUMENT - CORRECT THE DOCUMENT.  THE UPDATING    *04650000
      *  OPERATOR BECOMES THE VERIFIER, AND A DOCUMENT KYCREVW HAD     *04660000
      *  MARKED EXPIRED IS CURRENT AGAIN IF THE NEW DATES ALLOW IT.    *04670000
      ******************************************************************04680000
       3000-UPDATE-DOCUMENT.                                            04690000
           PERFORM 1000-CHECK-DOCUMENT THRU 1000-EXIT                   04700000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              04710000
               GO TO 3000-EXIT                                          04720000
           END-IF                                                       04730000
                                                                        04740000
           PERFORM 2600-READ-DOC-FOR-UPDATE THRU 2600-EXIT              04750000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              04760000
               GO TO 3000-EXIT                                          04770000
           END-IF                                                       04780000
                                                                        04790000
           PERFORM 2500-SET-DOCUMENT-DETAILS THRU 2500-EXIT             04800000
                                                                        04810000
           PERFORM 2700-REWRITE-DOCUMENT THRU 2700-EXIT                 04820000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              04830000
               GO TO 3000-EXIT                                          04840000
           END-IF                                                       04850000
                                                                        04860000
           PERFORM 5100-RETURN-DOCUMENT THRU 5100-EXIT.                 04870000
       3000-EXIT.                                                       04880000
           EXIT.                                                        04890000
                                                                        04900000
      ******************************************************************04910000
      *  4000-WITHDRAW-DOCUMENT - MARK THE DOCUMENT WITHDRAWN BY THE   *04920000
      *  OPERATOR TODAY, KEEPING THE ROW.                              *04930000
      ******************************************************************04940000
       4000-WITHDRAW-DOCUMENT.                                          04950000
           PERFORM 2600-READ-DOC-FOR-UPDATE THRU 2600-EXIT              04960000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              04970000
               GO TO 4000-EXIT                                          04980000
           END-IF                                                       04990000
                                                                        05000000
           SET KYCDOC-WITHDRAWN OF KYCMAINT-KYCDOC-REC TO TRUE          05010000
           MOVE KYCMAINT-TODAYS-DATE TO KYCDOC-WITHDRAWN-DATE           05020000
                                         OF KYCMAINT-KYCDOC-REC         05030000
           MOVE COMM-KYC-OPERATOR TO KYCDOC-WITHDRAWN-BY                05040000
                                      OF KYCMAINT-KYCDOC-REC            05050000
                                                                        05060000
           PERFORM 2700-REWRITE-DOCUMENT THRU 2700-EXIT                 05070000
           IF COMM-KYC-FAIL-CD NOT = SPACE                              05080000
               GO TO 4000-EXIT                                          05090000
           END-IF                                                       05100000
                                                                        05110000
           PERFORM 5100-RETURN-DOCUMENT THRU 5100-EXIT.                 05120000
       4000-EXIT.                                                       05130000
           EXIT.                                                        05140000
                                                                        05150000
      ******************************************************************05160000
      *  5000-INQUIRE - THE DOCUMENT WHEN A SEQUENCE IS GIVEN, THEN    *05170000
      *  THE CUSTOMER'S PROFILE.                                       *05180000
      ******************************************************************05190000
       5000-INQUIRE.                                                    05200000
           IF COMM-KYC-DOC-SEQ NOT = ZERO                               05210000
               MOVE COMM-KYC-SORTCODE TO KYCDOC-SORTCODE                05220000
                                          OF KYCMAINT-KYCDOC-REC        05230000
               MOVE COMM-KYC-CUSTNO   TO KYCDOC-CUSTOMER                05240000
                                          OF KYCMAINT-KYCDOC-REC        05250000
               MOVE COMM-KYC-DOC-SEQ  TO KYCDOC-SEQ                     05260000
                                          OF KYCMAINT-KYCDOC-REC        05270000
                                                                        05280000
               EXEC CICS                                                05290000
                   READ DATASET('KYCDOC')                               05300000
                        INTO(KYCMAINT-KYCDOC-REC)                       05310000
                        RIDFLD(KYCDOC-KEY OF KYCMAINT-KYCDOC-REC)       05320000
                        RESP(KYCMAINT-RESP)                             05330000
               END-EXEC                                                 05340000
                                                                        05350000
               IF KYCMAINT-RESP = DFHRESP(NOTFND)                       05360000
                   MOVE '2' TO COMM-KYC-FAIL-CD                         05370000
                   GO TO 5000-EXIT                                      05380000
               END-IF                                                   05390000
                                                                        05400000
               IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                   05410000
                   MOVE '8' TO COMM-KYC-FAIL-CD                         05420000
                   GO TO 5000-EXIT                                      05430000
               END-IF                                                   05440000
                                                                        05450000
               PERFORM 5100-RETURN-DOCUMENT THRU 5100-EXIT              05460000
           END-IF                                                       05470000
                                                                        05480000
           PERFORM 5500-RETURN-PROFILE THRU 5500-EXIT.                  05490000
       5000-EXIT.                                                       05500000
           EXIT.                                                        05510000
                                                                        05520000
      ******************************************************************05530000
      *  5100-RETURN-DOCUMENT - COPY THE DOCUMENT INTO THE COMMAREA.   *05540000
      ******************************************************************05550000
       5100-RETURN-DOCUMENT.                                            05560000
           MOVE KYCDOC-DOC-TYPE OF KYCMAINT-KYCDOC-REC                  05570000
               TO COMM-KYC-DOC-TYPE                                     05580000
           MOVE KYCDOC-REFERENCE OF KYCMAINT-KYCDOC-REC                 05590000
               TO COMM-KYC-REFERENCE                                    05600000
           MOVE KYCDOC-ISSUE-DATE OF KYCMAINT-KYCDOC-REC                05610000
               TO COMM-KYC-ISSUE-DATE                                   05620000
           MOVE KYCDOC-EXPIRY-DATE OF KYCMAINT-KYCDOC-REC               05630000
               TO COMM-KYC-EXPIRY-DATE                                  05640000
           MOVE KYCDOC-PURPOSE OF KYCMAINT-KYCDOC-REC                   05650000
               TO COMM-KYC-DOC-PURPOSE                                  05660000
           MOVE KYCDOC-VERIFIED-BY OF KYCMAINT-KYCDOC-REC               05670000
               TO COMM-KYC-VERIFIED-BY                                  05680000
           MOVE KYCDOC-VERIFIED-DATE OF KYCMAINT-KYCDOC-REC             05690000
               TO COMM-KYC-VERIFIED-DATE                                05700000
           MOVE KYCDOC-STATUS-FLAG OF KYCMAINT-KYCDOC-REC               05710000
               TO COMM-KYC-DOC-STATUS.                                  05720000
       5100-EXIT.                                                       05730000
           EXIT.                                                        05740000
                                                                        05750000
      ******************************************************************05760000
      *  5500-RETURN-PROFILE - THE RISK RATING AND REVIEW POSITION.    *05770000
      *  A CUSTOMER KYCREVW HAS NOT YET PROFILED COMES BACK WITH A     *05780000
      *  BLANK RATING AND STATUS - THAT IS NOT A FAILURE.              *05790000
      ******************************************************************05800000
       5500-RETURN-PROFILE.                                             05810000
           MOVE SPACE TO COMM-KYC-RISK-RATING                           05820000
           MOVE ZERO  TO COMM-KYC-REVIEW-MONTHS                         05830000
           MOVE ZERO  TO COMM-KYC-LAST-REVIEW-DATE                      05840000
           MOVE ZERO  TO COMM-KYC-NEXT-REVIEW-DATE                      05850000
           MOVE SPACE TO COMM-KYC-STATUS                                05860000
                                                                        05870000
           MOVE COMM-KYC-SORTCODE TO KYCPROF-SORTCODE                   05880000
                                      OF KYCMAINT-KYCPROF-REC           05890000
           MOVE COMM-KYC-CUSTNO   TO KYCPROF-CUSTOMER                   05900000
                                      OF KYCMAINT-KYCPROF-REC           05910000
                                                                        05920000
           EXEC CICS                                                    05930000
               READ DATASET('KYCPROF')                                  05940000
                    INTO(KYCMAINT-KYCPROF-REC)                          05950000
                    RIDFLD(KYCPROF-KEY OF KYCMAINT-KYCPROF-REC)         05960000
                    RESP(KYCMAINT-RESP)                                 05970000
           END-EXEC                                                     05980000
                                                                        05990000
           IF KYCMAINT-RESP = DFHRESP(NOTFND)                           06000000
               GO TO 5500-EXIT                                          06010000
           END-IF                                                       06020000
                                                                        06030000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       06040000
               MOVE '8' TO COMM-KYC-FAIL-CD                             06050000
               GO TO 5500-EXIT                                          06060000
           END-IF                                                       06070000
                                                                        06080000
           PERFORM 5600-COPY-PROFILE THRU 5600-EXIT.                    06090000
       5500-EXIT.                                                       06100000
           EXIT.                                                        06110000
                                                                        06120000
      ******************************************************************06130000
      *  5600-COPY-PROFILE - COPY THE PROFILE INTO THE COMMAREA.       *06140000
      ******************************************************************06150000
       5600-COPY-PROFILE.                                               06160000
           MOVE KYCPROF-RISK-RATING OF KYCMAINT-KYCPROF-REC             06170000
               TO COMM-KYC-RISK-RATING                                  06180000
           MOVE KYCPROF-REVIEW-MONTHS OF KYCMAINT-KYCPROF-REC           06190000
               TO COMM-KYC-REVIEW-MONTHS                                06200000
           MOVE KYCPROF-LAST-REVIEW-DATE OF KYCMAINT-KYCPROF-REC        06210000
               TO COMM-KYC-LAST-REVIEW-DATE                             06220000
           MOVE KYCPROF-NEXT-REVIEW-DATE OF KYCMAINT-KYCPROF-REC        06230000
               TO COMM-KYC-NEXT-REVIEW-DATE                             06240000
           MOVE KYCPROF-STATUS-FLAG OF KYCMAINT-KYCPROF-REC             06250000
               TO COMM-KYC-STATUS.                                      06260000
       5600-EXIT.                                                       06270000
           EXIT.                                                        06280000
                                                                        06290000
      ******************************************************************06300000
      *  6000-RECORD-REVIEW - THE CUSTOMER MUST HOLD A CURRENT,        *06310000
      *  UNEXPIRED IDENTITY DOCUMENT.  THE PROFILE IS THEN MARKED      *06320000
      *  REVIEWED TODAY, CURRENT, AND DUE AGAIN ONE CYCLE ON.  A       *06330000
      *  CUSTOMER WITH NO PROFILE YET GETS ONE ON THE LOW-RISK         *06340000
      *  CYCLE, WHICH KYCREVW RE-RATES THAT NIGHT.                     *06350000
      ******************************************************************06360000
       6000-RECORD-REVIEW.                                              06370000
           PERFORM 6100-COUNT-IDENTITY THRU 6100-EXIT                   06380000
           IF KYCMAINT-ID-HELD = ZERO                                   06390000
               MOVE 'N' TO COMM-KYC-FAIL-CD                             06400000
               GO TO 6000-EXIT                                          06410000
           END-IF                                                       06420000
                                                                        06430000
           MOVE COMM-KYC-SORTCODE TO KYCPROF-SORTCODE                   06440000
                                      OF KYCMAINT-KYCPROF-REC           06450000
           MOVE COMM-KYC-CUSTNO   TO KYCPROF-CUSTOMER                   06460000
                                      OF KYCMAINT-KYCPROF-REC           06470000
                                                                        06480000
           EXEC CICS                                                    06490000
               READ DATASET('KYCPROF')                                  06500000
                    INTO(KYCMAINT-KYCPROF-REC)                          06510000
                    RIDFLD(KYCPROF-KEY OF KYCMAINT-KYCPROF-REC)         06520000
                    UPDATE                                              06530000
                    RESP(KYCMAINT-RESP)                                 06540000
           END-EXEC                                                     06550000
                                                                        06560000
           IF KYCMAINT-RESP = DFHRESP(NOTFND)                           06570000
               PERFORM 6300-NEW-PROFILE THRU 6300-EXIT                  06580000
               GO TO 6000-EXIT                                          06590000
           END-IF                                                       06600000
                                                                        06610000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       06620000
               MOVE '8' TO COMM-KYC-FAIL-CD                             06630000
               GO TO 6000-EXIT                                          06640000
           END-IF                                                       06650000
                                                                        06660000
           PERFORM 6200-SET-REVIEWED THRU 6200-EXIT                     06670000
                                                                        06680000
           EXEC CICS                                                    06690000
               REWRITE DATASET('KYCPROF')                               06700000
                       FROM(KYCMAINT-KYCPROF-REC)                       06710000
                       RESP(KYCMAINT-RESP)                              06720000
           END-EXEC                                                     06730000
                                                                        06740000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       06750000
               MOVE '6' TO COMM-KYC-FAIL-CD                             06760000
               GO TO 6000-EXIT                                          06770000
           END-IF                                                       06780000
                                                                        06790000
           PERFORM 5600-COPY-PROFILE THRU 5600-EXIT.                    06800000
       6000-EXIT.                                                       06810000
           EXIT.                                                        06820000
                                                                        06830000
      ******************************************************************06840000
      *  6100-COUNT-IDENTITY - BROWSE THE CUSTOMER'S DOCUMENTS,        *06850000
      *  COUNTING CURRENT IDENTITY DOCUMENTS NOT YET EXPIRED AND       *06860000
      *  KEEPING THE LATEST EXPIRY AMONG THEM.                         *06870000
      ******************************************************************06880000
       6100-COUNT-IDENTITY.                                             06890000
           MOVE ZERO TO KYCMAINT-ID-HELD                                06900000
           MOVE ZERO TO KYCMAINT-ID-EXPIRY                              06910000
           PERFORM 2300-START-DOC-BROWSE THRU 2300-EXIT                 06920000
                                                                        06930000
           PERFORM 6150-CHECK-ONE-DOC THRU 6150-EXIT                    06940000
              UNTIL KYCMAINT-BROWSE-DONE                                06950000
                                                                        06960000
           EXEC CICS                                                    06970000
               ENDBR DATASET('KYCDOC')                                  06980000
                     RESP(KYCMAINT-RESP)                                06990000
           END-EXEC.                                                    07000000
       6100-EXIT.                                                       07010000
           EXIT.                                                        07020000
                                                                        07030000
      ******************************************************************07040000
      *  6150-CHECK-ONE-DOC - ONE DOCUMENT IN THE BROWSE.              *07050000
      ******************************************************************07060000
       6150-CHECK-ONE-DOC.                                              07070000
           PERFORM 2350-READ-NEXT-DOC THRU 2350-EXIT                    07080000
           IF KYCMAINT-BROWSE-DONE                                      07090000
               GO TO 6150-EXIT                                          07100000
           END-IF                                                       07110000
                                                                        07120000
           IF NOT KYCDOC-CURRENT OF KYCMAINT-KYCDOC-REC                 07130000
              OR NOT KYCDOC-FOR-IDENTITY OF KYCMAINT-KYCDOC-REC         07140000
               GO TO 6150-EXIT                                          07150000
           END-IF                                                       07160000
                                                                        07170000
           IF KYCDOC-EXPIRY-DATE OF KYCMAINT-KYCDOC-REC NOT = ZERO      07180000
              AND KYCDOC-EXPIRY-DATE OF KYCMAINT-KYCDOC-REC             07190000
                  < KYCMAINT-TODAYS-DATE                                07200000
               GO TO 6150-EXIT                                          07210000
           END-IF                                                       07220000
                                                                        07230000
           ADD 1 TO KYCMAINT-ID-HELD                                    07240000
           IF KYCDOC-EXPIRY-DATE OF KYCMAINT-KYCDOC-REC                 07250000
              > KYCMAINT-ID-EXPIRY                                      07260000
               MOVE KYCDOC-EXPIRY-DATE OF KYCMAINT-KYCDOC-REC           07270000
                   TO KYCMAINT-ID-EXPIRY                                07280000
           END-IF.                                                      07290000
       6150-EXIT.                                                       07300000
           EXIT.                                                        07310000
                                                                        07320000
      ******************************************************************07330000
      *  6200-SET-REVIEWED - REVIEWED TODAY BY THE OPERATOR, CURRENT,  *07340000
      *  NEXT REVIEW ONE CYCLE FROM TODAY.                             *07350000
      ******************************************************************07360000
       6200-SET-REVIEWED.                                               07370000
           MOVE KYCMAINT-TODAYS-DATE TO KYCPROF-LAST-REVIEW-DATE        07380000
                                         OF KYCMAINT-KYCPROF-REC        07390000
           MOVE COMM-KYC-OPERATOR TO KYCPROF-LAST-REVIEW-BY             07400000
                                      OF KYCMAINT-KYCPROF-REC           07410000
           MOVE KYCMAINT-ID-EXPIRY TO KYCPROF-ID-EXPIRY-DATE            07420000
                                       OF KYCMAINT-KYCPROF-REC          07430000
           SET KYCPROF-CURRENT OF KYCMAINT-KYCPROF-REC TO TRUE          07440000
           MOVE ZERO  TO KYCPROF-LAPSED-DATE OF KYCMAINT-KYCPROF-REC    07450000
           MOVE SPACE TO KYCPROF-LAPSE-REASON OF KYCMAINT-KYCPROF-REC   07460000
                                                                        07470000
           MOVE KYCMAINT-TODAYS-DATE TO KYCMAINT-CALC-DATE              07480000
           MOVE KYCPROF-REVIEW-MONTHS OF KYCMAINT-KYCPROF-REC           07490000
               TO KYCMAINT-ADD-MONTHS                                   07500000
           PERFORM 6500-ADD-MONTHS THRU 6500-EXIT                       07510000
           MOVE KYCMAINT-CALC-DATE TO KYCPROF-NEXT-REVIEW-DATE          07520000
                                       OF KYCMAINT-KYCPROF-REC.         07530000
       6200-EXIT.                                                       07540000
           EXIT.                                                        07550000
                                                                        07560000
      ******************************************************************07570000
      *  6300-NEW-PROFILE - FIRST PROFILE FOR THE CUSTOMER, ON THE     *07580000
      *  LOW-RISK CYCLE UNTIL KYCREVW RATES IT.                        *07590000
      ******************************************************************07600000
       6300-NEW-PROFILE.                                                07610000
           MOVE 'KYCP' TO KYCPROF-EYECATCHER OF KYCMAINT-KYCPROF-REC    07620000
           MOVE COMM-KYC-SORTCODE TO KYCPROF-SORTCODE                   07630000
                                      OF KYCMAINT-KYCPROF-REC           07640000
           MOVE COMM-KYC-CUSTNO   TO KYCPROF-CUSTOMER                   07650000
                                      OF KYCMAINT-KYCPROF-REC           07660000
           SET KYCPROF-RISK-LOW OF KYCMAINT-KYCPROF-REC TO TRUE         07670000
           MOVE KYCMAINT-DEFAULT-MONTHS TO KYCPROF-REVIEW-MONTHS        07680000
                                            OF KYCMAINT-KYCPROF-REC     07690000
           MOVE ZERO TO KYCPROF-RATED-DATE OF KYCMAINT-KYCPROF-REC      07700000
           MOVE ZERO TO KYCPROF-WL-OPEN-HITS OF KYCMAINT-KYCPROF-REC    07710000
           MOVE ZERO TO KYCPROF-WL-CLEARED-HITS                         07720000
                         OF KYCMAINT-KYCPROF-REC                        07730000
           MOVE ZERO TO KYCPROF-AML-ALERTS OF KYCMAINT-KYCPROF-REC      07740000
           MOVE ZERO TO KYCPROF-AML-RECENT OF KYCMAINT-KYCPROF-REC      07750000
           MOVE CUSTOMER-TYPE OF KYCMAINT-CUSTOMER-REC                  07753333
               TO KYCPROF-CUSTOMER-TYPE OF KYCMAINT-KYCPROF-REC         07756666
           PERFORM 6200-SET-REVIEWED THRU 6200-EXIT                     07760000
                                                                        07770000
           EXEC CICS                                                    07780000
               WRITE DATASET('KYCPROF')                                 07790000
                     FROM(KYCMAINT-KYCPROF-REC)                         07800000
                     RIDFLD(KYCPROF-KEY OF KYCMAINT-KYCPROF-REC)        07810000
                     RESP(KYCMAINT-RESP)                                07820000
           END-EXEC                                                     07830000
                                                                        07840000
           IF KYCMAINT-RESP NOT = DFHRESP(NORMAL)                       07850000
               MOVE '6' TO COMM-KYC-FAIL-CD                             07860000
               GO TO 6300-EXIT                                          07870000
           END-IF                                                       07880000
                                                                        07890000
           PERFORM 5600-COPY-PROFILE THRU 5600-EXIT.                    07900000
       6300-EXIT.                                                       07910000
           EXIT.                                                        07920000
                                                                        07930000
      ******************************************************************07940000
      *  6500-ADD-MONTHS - MOVE THE CALCULATION DATE ON BY THE GIVEN   *07950000
      *  NUMBER OF MONTHS, PULLING THE DAY BACK TO THE END OF A        *07960000
      *  SHORTER MONTH.  LEAP YEARS ARE EVERY FOURTH YEAR.             *07970000
      ******************************************************************07980000
       6500-ADD-MONTHS.                                                 07990000
           COMPUTE KYCMAINT-MONTH-TOTAL =                               08000000
               KYCMAINT-CALC-MM - 1 + KYCMAINT-ADD-MONTHS               08010000
           DIVIDE KYCMAINT-MONTH-TOTAL BY 12                            08020000
               GIVING KYCMAINT-YEAR-CARRY                               08030000
               REMAINDER KYCMAINT-MONTH-REM                             08040000
           ADD KYCMAINT-YEAR-CARRY TO KYCMAINT-CALC-YYYY                08050000
           COMPUTE KYCMAINT-CALC-MM = KYCMAINT-MONTH-REM + 1            08060000
                                                                        08070000
           MOVE KYCMAINT-MONTH-DAYS (KYCMAINT-CALC-MM)                  08080000
               TO KYCMAINT-MONTH-END                                    08090000
           IF KYCMAINT-CALC-MM = 2                                      08100000
               DIVIDE KYCMAINT-CALC-YYYY BY 4                           08110000
                   GIVING KYCMAINT-LEAP-QUOTIENT                        08120000
                   REMAINDER KYCMAINT-LEAP-REMAINDER                    08130000
               IF KYCMAINT-LEAP-REMAINDER = ZERO                        08140000
                   MOVE 29 TO KYCMAINT-MONTH-END                        08150000
               END-IF                                                   08160000
           END-IF                                                       08170000
                                                                        08180000
           IF KYCMAINT-CALC-DD > KYCMAINT-MONTH-END                     08190000
               MOVE KYCMAINT-MONTH-END TO KYCMAINT-CALC-DD              08200000
           END-IF.                                                      08210000
       6500-EXIT.                                                       08220000
           EXIT.                                                        08230000
                                                                        08240000
      ******************************************************************08250000
      *  9999-EXIT - RETURN TO THE CALLER.                             *08260000
      ******************************************************************08270000
       9999-EXIT.                                                       08280000
           EXEC CICS                                                    08290000
               RETURN                                                   08300000
           END-EXEC.                                                    08310000
