      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CONSMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  CONSMNT - MARKETING CONSENT AND COMMUNICATION-PREFERENCE      *00130000
      *            MAINTENANCE                                         *00140000
      *                                                                *00150000
      *  FUNCTION : ACCEPTS A CONSMNT COMMAREA (COPYBOOK CONSMNT)      *00160000
      *             NAMING ONE CUSTOMER :                              *00170000
      *                                                                *00180000
      *               U - RECORD CONSENTS GIVEN OR WITHDRAWN.  EACH    *00190000
      *                   PURPOSE/CHANNEL SLOT IN THE COMMAREA IS 'Y'  *00200000
      *                   (GIVEN), 'N' (WITHDRAWN) OR SPACE (LEAVE AS  *00210000
      *                   IT IS).  THE CAPTURE METHOD (B BRANCH,       *00220000
      *                   T TELEPHONE, O ONLINE, P PAPER FORM) IS      *00230000
      *                   REQUIRED.  THE CUSTOMER MUST EXIST; THE      *00240000
      *                   MKTCONS ROW IS CREATED ON FIRST USE.         *00250000
      *               I - INQUIRE ON THE CURRENT POSITION.             *00260000
      *                                                                *00270000
      *             BOTH ACTIONS RETURN THE CURRENT FLAG AND DATE OF   *00280000
      *             EVERY SLOT.  A CHANGED SLOT IS DATED WITH THE      *00290000
      *             BUSINESS DATE AND THE WHOLE BEFORE/AFTER POSITION  *00300000
      *             IS LOGGED TO CUSCHG WITH THE CAPTURE METHOD AND    *00310000
      *             THE OPERATOR, WHO MUST BE ACTIVE ON THE OPERATOR   *00320000
      *             MASTER.  AN UPDATE THAT CHANGES NOTHING WRITES     *00330000
      *             NOTHING.                                           *00340000
      *                                                                *00350000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00360000
      *             MKTCONS  - VSAM KSDS - MARKETING CONSENTS          *00370000
      *             CUSCHG   - VSAM KSDS - CUSTOMER CHANGE HISTORY     *00380000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00390000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00400000
      *                                                                *00410000
      *  CHANGE HISTORY                                                *00420000
      *  ----------------------------------------------------------    *00430000
      *  DATE        BY    DESCRIPTION                                 *00440000
      *  2026-10-15  BAG   INITIAL VERSION                             *00450000
      *                                                                *00460000
      ******************************************************************00470000
       DATA DIVISION.                                                   00480000
       WORKING-STORAGE SECTION.                                         00490000
       01  CONSMNT-WORK-AREA.                                           00500000
           05  CONSMNT-RESP               PIC S9(8) COMP.               00510000
           05  CONSMNT-RESP2              PIC S9(8) COMP.               00520000
           05  CONSMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00530000
           05  CONSMNT-CUST-KEY.                                        00540000
               10  CONSMNT-CUST-SORTCODE  PIC 9(6).                     00550000
               10  CONSMNT-CUST-NUMBER    PIC 9(10).                    00560000
           05  CONSMNT-PURP               PIC S9(4) COMP VALUE ZERO.    00570000
           05  CONSMNT-CHAN               PIC S9(4) COMP VALUE ZERO.    00580000
           05  CONSMNT-NEW-ROW-SWITCH     PIC X     VALUE SPACE.        00590000
               88  CONSMNT-NEW-ROW                  VALUE 'Y'.          00600000
           05  CONSMNT-CHANGE-SWITCH      PIC X     VALUE SPACE.        00610000
               88  CONSMNT-ANY-CHANGE               VALUE 'Y'.          00620000
           05  CONSMNT-OLD-CONSENTS       PIC X(12) VALUE SPACES.       00630000
           05  CONSMNT-OLD-GRID REDEFINES CONSMNT-OLD-CONSENTS.         00640000
               10  CONSMNT-OLD-PURPOSE    OCCURS 3 TIMES.               00650000
                   15  CONSMNT-OLD-FLAG   PIC X OCCURS 4 TIMES.         00660000
           05  CONSMNT-NEW-CONSENTS       PIC X(12) VALUE SPACES.       00670000
           05  CONSMNT-NEW-GRID REDEFINES CONSMNT-NEW-CONSENTS.         00680000
               10  CONSMNT-NEW-PURPOSE    OCCURS 3 TIMES.               00690000
                   15  CONSMNT-NEW-FLAG   PIC X OCCURS 4 TIMES.         00700000
                                                                        00710000
       01  CONSMNT-CUSTOMER-REC.                                        00720000
           COPY CUSTOMER.                                               00730000
                                                                        00740000
       01  CONSMNT-MKTCONS-REC.                                         00750000
           COPY MKTCONS.                                                00760000
                                                                        00770000
       01  CONSMNT-CUSCHG-REC.                                          00780000
           COPY CUSCHG.                                                 00790000
                                                                        00800000
       01  CONSMNT-OPERATOR-REC.                                        00810000
           COPY OPERATOR.                                               00820000
                                                                        00830000
       01  CONSMNT-BUSDATE-REC.                                         00840000
           COPY BUSDATE.                                                00850000
                                                                        00860000
       LINKAGE SECTION.                                                 00870000
       01  DFHCOMMAREA.                                                 00880000
           COPY CONSMNT.                                                00890000
                                                                        00900000
      ******************************************************************00910000
       PROCEDURE DIVISION.                                              00920000
      ******************************************************************00930000
       0000-MAINLINE.                                                   00940000
           MOVE SPACE TO COMM-CNS-SUCCESS                               00950000
           MOVE SPACE TO COMM-CNS-FAIL-CD                               00960000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CONSMNT-BUSDATE-REC  00970000
           EXEC CICS                                                    00980000
               READ DATASET('BUSDATE')                                  00990000
                    INTO(CONSMNT-BUSDATE-REC)                           01000000
                    RIDFLD(BUSDATE-KEY OF CONSMNT-BUSDATE-REC)          01010000
                    RESP(CONSMNT-RESP)                                  01020000
           END-EXEC                                                     01030000
           IF CONSMNT-RESP = DFHRESP(NORMAL)                            01040000
               MOVE BUSDATE-CURRENT-DATE OF CONSMNT-BUSDATE-REC         01050000
                   TO CONSMNT-TODAYS-DATE                               01060000
           ELSE                                                         01070000
               ACCEPT CONSMNT-TODAYS-DATE FROM DATE YYYYMMDD            01080000
           END-IF                                                       01090000
                                                                        01100000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   01110000
                                                                        01120000
           IF COMM-CNS-FAIL-CD = SPACE                                  01130000
               EVALUATE TRUE                                            01140000
                   WHEN COMM-CNS-ACT-UPDATE                             01150000
                       PERFORM 2000-UPDATE THRU 2000-EXIT               01160000
                   WHEN COMM-CNS-ACT-INQUIRE                            01170000
                       PERFORM 4000-INQUIRE THRU 4000-EXIT              01180000
                   WHEN OTHER                                           01190000
                       MOVE '3' TO COMM-CNS-FAIL-CD                     01200000
               END-EVALUATE                                             01210000
           END-IF                                                       01220000
                                                                        01230000
           IF COMM-CNS-FAIL-CD = SPACE                                  01240000
               MOVE 'Y' TO COMM-CNS-SUCCESS                             01250000
           ELSE                                                         01260000
               MOVE 'N' TO COMM-CNS-SUCCESS                             01270000
           END-IF                                                       01280000
                                                                        01290000
           GO TO 9999-EXIT.                                             01300000
                                                                        01310000
      ******************************************************************01320000
      *  0600-CHECK-OPERATOR - EVERY ACTION MUST BE ATTRIBUTABLE TO    *01330000
      *  AN ACTIVE OPERATOR ON THE MASTER.                             *01340000
      ******************************************************************01350000
       0600-CHECK-OPERATOR.                                             01360000
           MOVE COMM-CNS-OPERATOR TO OPERATOR-ID                        01370000
                                      OF CONSMNT-OPERATOR-REC           01380000
                                                                        01390000
           EXEC CICS                                                    01400000
               READ DATASET('OPERATOR')                                 01410000
                    INTO(CONSMNT-OPERATOR-REC)                          01420000
                    RIDFLD(OPERATOR-KEY OF CONSMNT-OPERATOR-REC)        01430000
                    RESP(CONSMNT-RESP)                                  01440000
           END-EXEC                                                     01450000
                                                                        01460000
           IF CONSMNT-RESP NOT = DFHRESP(NORMAL)                        01470000
               MOVE 'O' TO COMM-CNS-FAIL-CD                             01480000
               GO TO 0600-EXIT                                          01490000
           END-IF                                                       01500000
                                                                        01510000
           IF NOT OPERATOR-ACTIVE OF CONSMNT-OPERATOR-REC               01520000
               MOVE 'O' TO COMM-CNS-FAIL-CD                             01530000
           END-IF.                                                      01540000
       0600-EXIT.                                                       01550000
           EXIT.                                                        01560000
                                                                        01570000
      ******************************************************************01580000
      *  2000-UPDATE - VALIDATE THE WHOLE REQUEST BEFORE TOUCHING      *01590000
      *  ANYTHING, APPLY THE SLOTS THAT ACTUALLY CHANGE, THEN LOG THE  *01600000
      *  BEFORE AND AFTER POSITION TO CUSCHG.                          *01610000
      ******************************************************************01620000
       2000-UPDATE.                                                     01630000
           IF NOT COMM-CNS-CAPTURE-VALID                                01640000
               MOVE '4' TO COMM-CNS-FAIL-CD                             01650000
               GO TO 2000-EXIT                                          01660000
           END-IF                                                       01670000
                                                                        01680000
           PERFORM 2100-CHECK-FLAG THRU 2100-EXIT                       01690000
               VARYING CONSMNT-PURP FROM 1 BY 1 UNTIL CONSMNT-PURP > 3  01700000
               AFTER CONSMNT-CHAN FROM 1 BY 1 UNTIL CONSMNT-CHAN > 4    01710000
                                                                        01720000
           IF COMM-CNS-FAIL-CD NOT = SPACE                              01730000
               GO TO 2000-EXIT                                          01740000
           END-IF                                                       01750000
                                                                        01760000
           MOVE COMM-CNS-SORTCODE TO CONSMNT-CUST-SORTCODE              01770000
           MOVE COMM-CNS-CUSTNO   TO CONSMNT-CUST-NUMBER                01780000
                                                                        01790000
           EXEC CICS                                                    01800000
               READ DATASET('CUSTOMER')                                 01810000
                    INTO(CONSMNT-CUSTOMER-REC)                          01820000
                    RIDFLD(CONSMNT-CUST-KEY)                            01830000
                    RESP(CONSMNT-RESP)                                  01840000
           END-EXEC                                                     01850000
                                                                        01860000
           IF CONSMNT-RESP NOT = DFHRESP(NORMAL)                        01870000
               MOVE '1' TO COMM-CNS-FAIL-CD                             01880000
               GO TO 2000-EXIT                                          01890000
           END-IF                                                       01900000
                                                                        01910000
           MOVE COMM-CNS-SORTCODE TO MKTCONS-SORTCODE                   01920000
                                      OF CONSMNT-MKTCONS-REC            01930000
           MOVE COMM-CNS-CUSTNO   TO MKTCONS-CUSTOMER                   01940000
                                      OF CONSMNT-MKTCONS-REC            01950000
                                                                        01960000
           EXEC CICS                                                    01970000
               READ DATASET('MKTCONS')                                  01980000
                    INTO(CONSMNT-MKTCONS-REC)                           01990000
                    RIDFLD(MKTCONS-KEY OF CONSMNT-MKTCONS-REC)          02000000
                    UPDATE                                              02010000
                    RESP(CONSMNT-RESP)                                  02020000
           END-EXEC                                                     02030000
                                                                        02040000
           MOVE SPACE TO CONSMNT-NEW-ROW-SWITCH                         02050000
           IF CONSMNT-RESP = DFHRESP(NOTFND)                            02060000
               PERFORM 2200-NEW-ROW THRU 2200-EXIT                      02070000
           ELSE                                                         02080000
               IF CONSMNT-RESP NOT = DFHRESP(NORMAL)                    02090000
                   MOVE '8' TO COMM-CNS-FAIL-CD                         02100000
                   GO TO 2000-EXIT                                      02110000
               END-IF                                                   02120000
           END-IF                                                       02130000
                                                                        02140000
           MOVE SPACE TO CONSMNT-CHANGE-SWITCH                          02150000
           PERFORM 2300-APPLY-SLOT THRU 2300-EXIT                       02160000
               VARYING CONSMNT-PURP FROM 1 BY 1 UNTIL CONSMNT-PURP > 3  02170000
               AFTER CONSMNT-CHAN FROM 1 BY 1 UNTIL CONSMNT-CHAN > 4    02180000
                                                                        02190000
           IF NOT CONSMNT-ANY-CHANGE                                    02200000
               IF NOT CONSMNT-NEW-ROW                                   02210000
                   EXEC CICS                                            02220000
                       UNLOCK DATASET('MKTCONS')                        02230000
                   END-EXEC                                             02240000
               END-IF                                                   02250000
               PERFORM 4100-RETURN-POSITION THRU 4100-EXIT              02260000
               GO TO 2000-EXIT                                          02270000
           END-IF                                                       02280000
                                                                        02290000
           MOVE CONSMNT-TODAYS-DATE TO MKTCONS-LAST-CHANGE-DATE         02300000
                                        OF CONSMNT-MKTCONS-REC          02310000
           MOVE COMM-CNS-OPERATOR   TO MKTCONS-LAST-CHANGE-BY           02320000
                                        OF CONSMNT-MKTCONS-REC          02330000
           MOVE COMM-CNS-CAPTURE    TO MKTCONS-LAST-CAPTURE             02340000
                                        OF CONSMNT-MKTCONS-REC          02350000
                                                                        02360000
           IF CONSMNT-NEW-ROW                                           02370000
               EXEC CICS                                                02380000
                   WRITE DATASET('MKTCONS')                             02390000
                         FROM(CONSMNT-MKTCONS-REC)                      02400000
                         RIDFLD(MKTCONS-KEY OF CONSMNT-MKTCONS-REC)     02410000
                         RESP(CONSMNT-RESP)                             02420000
               END-EXEC                                                 02430000
           ELSE                                                         02440000
               EXEC CICS                                                02450000
                   REWRITE DATASET('MKTCONS')                           02460000
                           FROM(CONSMNT-MKTCONS-REC)                    02470000
                           RESP(CONSMNT-RESP)                           02480000
               END-EXEC                                                 02490000
           END-IF                                                       02500000
                                                                        02510000
           IF CONSMNT-RESP NOT = DFHRESP(NORMAL)                        02520000
               MOVE '6' TO COMM-CNS-FAIL-CD                             02530000
               GO TO 2000-EXIT                                          02540000
           END-IF                                                       02550000
                                                                        02560000
           PERFORM 4100-RETURN-POSITION THRU 4100-EXIT                  02570000
           PERFORM 2500-WRITE-CUSCHG THRU 2500-EXIT.                    02580000
       2000-EXIT.                                                       02590000
           EXIT.                                                        02600000
                                                                        02610000
      ******************************************************************02620000
      *  2100-CHECK-FLAG - EACH SLOT MUST BE Y, N OR SPACE.            *02630000
      ******************************************************************02640000
       2100-CHECK-FLAG.                                                 02650000
           IF NOT COMM-CNS-FLAG-VALID (CONSMNT-PURP, CONSMNT-CHAN)      02660000
               MOVE '4' TO COMM-CNS-FAIL-CD                             02670000
           END-IF.                                                      02680000
       2100-EXIT.                                                       02690000
           EXIT.                                                        02700000
                                                                        02710000
      ******************************************************************02720000
      *  2200-NEW-ROW - FIRST CONSENT CAPTURE FOR THE CUSTOMER; EVERY  *02730000
      *  SLOT STARTS AS NEVER ASKED.                                   *02740000
      ******************************************************************02750000
       2200-NEW-ROW.                                                    02760000
           SET CONSMNT-NEW-ROW TO TRUE                                  02770000
           MOVE SPACES TO CONSMNT-MKTCONS-REC                           02780000
           MOVE 'MCNS' TO MKTCONS-EYECATCHER OF CONSMNT-MKTCONS-REC     02790000
           MOVE COMM-CNS-SORTCODE TO MKTCONS-SORTCODE                   02800000
                                      OF CONSMNT-MKTCONS-REC            02810000
           MOVE COMM-CNS-CUSTNO   TO MKTCONS-CUSTOMER                   02820000
                                      OF CONSMNT-MKTCONS-REC            02830000
           PERFORM 2250-CLEAR-SLOT THRU 2250-EXIT                       02840000
               VARYING CONSMNT-PURP FROM 1 BY 1 UNTIL CONSMNT-PURP > 3  02850000
               AFTER CONSMNT-CHAN FROM 1 BY 1 UNTIL CONSMNT-CHAN > 4    02860000
           MOVE ZERO TO MKTCONS-LAST-CHANGE-DATE OF CONSMNT-MKTCONS-REC.02870000
       2200-EXIT.                                                       02880000
           EXIT.                                                        02890000
                                                                        02900000
      ******************************************************************02910000
      *  2250-CLEAR-SLOT - ONE NEVER-ASKED SLOT.                       *02920000
      ******************************************************************02930000
       2250-CLEAR-SLOT.                                                 02940000
           MOVE SPACE TO MKTCONS-FLAG OF CONSMNT-MKTCONS-REC            02950000
                             (CONSMNT-PURP, CONSMNT-CHAN)               02960000
           MOVE ZERO  TO MKTCONS-DATE OF CONSMNT-MKTCONS-REC            02970000
                             (CONSMNT-PURP, CONSMNT-CHAN).              02980000
       2250-EXIT.                                                       02990000
           EXIT.                                                        03000000
                                                                        03010000
      ******************************************************************03020000
      *  2300-APPLY-SLOT - KEEP THE BEFORE IMAGE OF THE SLOT, THEN     *03030000
      *  APPLY A Y OR N THAT DIFFERS FROM WHAT IS HELD, DATED TODAY.   *03040000
      *  A SPACE, OR A REPEAT OF THE CURRENT SETTING, KEEPS THE SLOT   *03050000
      *  AND ITS ORIGINAL DATE.                                        *03060000
      ******************************************************************03070000
       2300-APPLY-SLOT.                                                 03080000
           MOVE MKTCONS-FLAG OF CONSMNT-MKTCONS-REC                     03090000
                   (CONSMNT-PURP, CONSMNT-CHAN)                         03100000
               TO CONSMNT-OLD-FLAG (CONSMNT-PURP, CONSMNT-CHAN)         03110000
                                                                        03120000
           IF COMM-CNS-FLAG (CONSMNT-PURP, CONSMNT-CHAN) NOT = SPACE    03130000
              AND COMM-CNS-FLAG (CONSMNT-PURP, CONSMNT-CHAN)            03140000
                  NOT = MKTCONS-FLAG OF CONSMNT-MKTCONS-REC             03150000
                            (CONSMNT-PURP, CONSMNT-CHAN)                03160000
               MOVE COMM-CNS-FLAG (CONSMNT-PURP, CONSMNT-CHAN)          03170000
                   TO MKTCONS-FLAG OF CONSMNT-MKTCONS-REC               03180000
                          (CONSMNT-PURP, CONSMNT-CHAN)                  03190000
               MOVE CONSMNT-TODAYS-DATE                                 03200000
                   TO MKTCONS-DATE OF CONSMNT-MKTCONS-REC               03210000
                          (CONSMNT-PURP, CONSMNT-CHAN)                  03220000
               SET CONSMNT-ANY-CHANGE TO TRUE                           03230000
           END-IF                                                       03240000
                                                                        03250000
           MOVE MKTCONS-FLAG OF CONSMNT-MKTCONS-REC                     03260000
                   (CONSMNT-PURP, CONSMNT-CHAN)                         03270000
               TO CONSMNT-NEW-FLAG (CONSMNT-PURP, CONSMNT-CHAN).        03280000
       2300-EXIT.                                                       03290000
           EXIT.                                                        03300000
                                                                        03310000
      ******************************************************************03320000
      *  2500-WRITE-CUSCHG - THE CONSENT HISTORY ROW, IN THE SAME      *03330000
      *  SHAPE UPDCUST WRITES FOR ITS FIELD CHANGES AND KEYED ON THE   *03340000
      *  TASK NUMBER THE SAME WAY.                                     *03350000
      ******************************************************************03360000
       2500-WRITE-CUSCHG.                                               03370000
           MOVE SPACES TO CONSMNT-CUSCHG-REC                            03380000
           MOVE 'CCHG' TO CUSCHG-EYECATCHER OF CONSMNT-CUSCHG-REC       03390000
           MOVE COMM-CNS-SORTCODE   TO CUSCHG-SORTCODE                  03400000
                                        OF CONSMNT-CUSCHG-REC           03410000
           MOVE COMM-CNS-CUSTNO     TO CUSCHG-CUSTNO                    03420000
                                        OF CONSMNT-CUSCHG-REC           03430000
           MOVE EIBTASKN            TO CUSCHG-CHANGE-NUMBER             03440000
                                        OF CONSMNT-CUSCHG-REC           03450000
           MOVE 'CONSMNT'           TO CUSCHG-SOURCE-PROGRAM            03460000
                                        OF CONSMNT-CUSCHG-REC           03470000
           MOVE CONSMNT-TODAYS-DATE TO CUSCHG-CHANGE-DATE               03480000
                                        OF CONSMNT-CUSCHG-REC           03490000
           MOVE EIBTIME             TO CUSCHG-CHANGE-TIME               03500000
                                        OF CONSMNT-CUSCHG-REC           03510000
           SET CUSCHG-NAME-NOT-CHANGED   OF CONSMNT-CUSCHG-REC TO TRUE  03520000
           SET CUSCHG-ADDR-NOT-CHANGED   OF CONSMNT-CUSCHG-REC TO TRUE  03530000
           SET CUSCHG-DOB-NOT-CHANGED    OF CONSMNT-CUSCHG-REC TO TRUE  03540000
           SET CUSCHG-SCORE-NOT-CHANGED  OF CONSMNT-CUSCHG-REC TO TRUE  03550000
           SET CUSCHG-REVIEW-NOT-CHANGED OF CONSMNT-CUSCHG-REC TO TRUE  03560000
           SET CUSCHG-MINOR-NOT-CHANGED  OF CONSMNT-CUSCHG-REC TO TRUE  03570000
           MOVE ZERO TO CUSCHG-OLD-DOB OF CONSMNT-CUSCHG-REC            03580000
           MOVE ZERO TO CUSCHG-NEW-DOB OF CONSMNT-CUSCHG-REC            03590000
           MOVE ZERO TO CUSCHG-OLD-SCORE OF CONSMNT-CUSCHG-REC          03600000
           MOVE ZERO TO CUSCHG-NEW-SCORE OF CONSMNT-CUSCHG-REC          03610000
           MOVE ZERO TO CUSCHG-OLD-REVIEW-DATE OF CONSMNT-CUSCHG-REC    03620000
           MOVE ZERO TO CUSCHG-NEW-REVIEW-DATE OF CONSMNT-CUSCHG-REC    03630000
           SET CUSCHG-CONSENT-CHANGED OF CONSMNT-CUSCHG-REC TO TRUE     03640000
           MOVE CONSMNT-OLD-CONSENTS TO CUSCHG-OLD-CONSENTS             03650000
                                         OF CONSMNT-CUSCHG-REC          03660000
           MOVE CONSMNT-NEW-CONSENTS TO CUSCHG-NEW-CONSENTS             03670000
                                         OF CONSMNT-CUSCHG-REC          03680000
           MOVE COMM-CNS-CAPTURE     TO CUSCHG-CONSENT-CAPTURE          03690000
                                         OF CONSMNT-CUSCHG-REC          03700000
           MOVE COMM-CNS-OPERATOR    TO CUSCHG-CONSENT-OPERATOR         03710000
                                         OF CONSMNT-CUSCHG-REC          03720000
                                                                        03730000
           EXEC CICS                                                    03740000
               WRITE DATASET('CUSCHG')                                  03750000
                     FROM(CONSMNT-CUSCHG-REC)                           03760000
                     RIDFLD(CUSCHG-KEY OF CONSMNT-CUSCHG-REC)           03770000
                     RESP(CONSMNT-RESP2)                                03780000
           END-EXEC                                                     03790000
                                                                        03800000
           IF CONSMNT-RESP2 NOT = DFHRESP(NORMAL)                       03810000
               MOVE 'A' TO COMM-CNS-FAIL-CD                             03820000
           END-IF.                                                      03830000
       2500-EXIT.                                                       03840000
           EXIT.                                                        03850000
                                                                        03860000
      ******************************************************************03870000
      *  4000-INQUIRE - RETURN THE CURRENT CONSENT POSITION.           *03880000
      ******************************************************************03890000
       4000-INQUIRE.                                                    03900000
           MOVE COMM-CNS-SORTCODE TO MKTCONS-SORTCODE                   03910000
                                      OF CONSMNT-MKTCONS-REC            03920000
           MOVE COMM-CNS-CUSTNO   TO MKTCONS-CUSTOMER                   03930000
                                      OF CONSMNT-MKTCONS-REC            03940000
                                                                        03950000
           EXEC CICS                                                    03960000
               READ DATASET('MKTCONS')                                  03970000
                    INTO(CONSMNT-MKTCONS-REC)                           03980000
                    RIDFLD(MKTCONS-KEY OF CONSMNT-MKTCONS-REC)          03990000
                    RESP(CONSMNT-RESP)                                  04000000
           END-EXEC                                                     04010000
                                                                        04020000
           IF CONSMNT-RESP = DFHRESP(NOTFND)                            04030000
               MOVE '2' TO COMM-CNS-FAIL-CD                             04040000
               GO TO 4000-EXIT                                          04050000
           END-IF                                                       04060000
                                                                        04070000
           IF CONSMNT-RESP NOT = DFHRESP(NORMAL)                        04080000
               MOVE '8' TO COMM-CNS-FAIL-CD                             04090000
               GO TO 4000-EXIT                                          04100000
           END-IF                                                       04110000
                                                                        04120000
           PERFORM 4100-RETURN-POSITION THRU 4100-EXIT.                 04130000
       4000-EXIT.                                                       04140000
           EXIT.                                                        04150000
                                                                        04160000
      ******************************************************************04170000
      *  4100-RETURN-POSITION - COPY EVERY SLOT BACK TO THE COMMAREA.  *04180000
      ******************************************************************04190000
       4100-RETURN-POSITION.                                            04200000
           PERFORM 4150-RETURN-SLOT THRU 4150-EXIT                      04210000
               VARYING CONSMNT-PURP FROM 1 BY 1 UNTIL CONSMNT-PURP > 3  04220000
               AFTER CONSMNT-CHAN FROM 1 BY 1 UNTIL CONSMNT-CHAN > 4    04230000
           MOVE MKTCONS-LAST-CHANGE-DATE OF CONSMNT-MKTCONS-REC         04240000
               TO COMM-CNS-LAST-CHANGE-DATE.                            04250000
       4100-EXIT.                                                       04260000
           EXIT.                                                        04270000
                                                                        04280000
      ******************************************************************04290000
      *  4150-RETURN-SLOT - ONE PURPOSE/CHANNEL SLOT.                  *04300000
      ******************************************************************04310000
       4150-RETURN-SLOT.                                                04320000
           MOVE MKTCONS-FLAG OF CONSMNT-MKTCONS-REC                     04330000
                   (CONSMNT-PURP, CONSMNT-CHAN)                         04340000
               TO COMM-CNS-FLAG (CONSMNT-PURP, CONSMNT-CHAN)            04350000
           MOVE MKTCONS-DATE OF CONSMNT-MKTCONS-REC                     04360000
                   (CONSMNT-PURP, CONSMNT-CHAN)                         04370000
               TO COMM-CNS-DATE (CONSMNT-PURP, CONSMNT-CHAN).           04380000
       4150-EXIT.                                                       04390000
           EXIT.                                                        04400000
                                                                        04410000
      ******************************************************************04420000
      *  9999-EXIT - RETURN TO THE CALLER.                             *04430000
      ******************************************************************04440000
       9999-EXIT.                                                       04450000
           EXEC CICS                                                    04460000
               RETURN                                                   04470000
           END-EXEC.                                                    04480000
