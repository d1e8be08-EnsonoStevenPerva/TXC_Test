      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    VULNMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  VULNMNT - VULNERABLE-CUSTOMER REGISTER MAINTENANCE            *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A VULNMNT COMMAREA (COPYBOOK VULNMNT)      *00150000
      *             NAMING ONE CUSTOMER :                              *00160000
      *                                                                *00170000
      *               U - RECORD OR AMEND THE CUSTOMER'S ENTRY - THE   *00180000
      *                   VULNERABILITY TYPE (B BEREAVEMENT, I         *00190000
      *                   ILLNESS, H FINANCIAL HARDSHIP, C COGNITIVE   *00200000
      *                   IMPAIRMENT, O OTHER), THE DETAIL, THE        *00210000
      *                   AGREED ADJUSTMENTS AND THE REVIEW DATE.      *00220000
      *                   THE CUSTOMER MUST EXIST AND MUST HAVE        *00230000
      *                   CONSENTED TO THE RECORD.  A CLOSED ENTRY IS  *00240000
      *                   REOPENED AS A FRESH RECORDING.               *00250000
      *               C - CLOSE THE ENTRY, EITHER AS NO LONGER NEEDED  *00260000
      *                   OR BECAUSE THE CUSTOMER HAS WITHDRAWN THEIR  *00270000
      *                   CONSENT - IN WHICH CASE THE DETAIL AND THE   *00280000
      *                   ADJUSTMENT NOTE ARE ERASED.                  *00290000
      *               I - INQUIRE ON THE CURRENT ENTRY.                *00300000
      *                                                                *00310000
      *             EVERY ACTION RETURNS THE ENTRY AS HELD AFTERWARDS. *00320000
      *             THE OPERATOR MUST BE ACTIVE ON THE OPERATOR        *00330000
      *             MASTER AND IS STAMPED ON THE ROW AS ITS LAST       *00340000
      *             CHANGER.  THE REVIEW DATE MUST LIE IN THE FUTURE;  *00350000
      *             LEFT ZERO IT IS SET TWELVE MONTHS OUT.             *00360000
      *                                                                *00370000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00380000
      *             VULNREG  - VSAM KSDS - VULNERABLE-CUSTOMER REGISTER*00390000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00400000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00410000
      *                                                                *00420000
      *  CHANGE HISTORY                                                *00430000
      *  ----------------------------------------------------------    *00440000
      *  DATE        BY    DESCRIPTION                                 *00450000
      *  2026-10-15  BAG   INITIAL VERSION                             *00460000
      *                                                                *00470000
      ******************************************************************00480000
       DATA DIVISION.                                                   00490000
       WORKING-STORAGE SECTION.                                         00500000
       01  VULNMNT-WORK-AREA.                                           00510000
           05  VULNMNT-RESP               PIC S9(8) COMP.               00520000
           05  VULNMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00530000
           05  VULNMNT-CUST-KEY.                                        00540000
               10  VULNMNT-CUST-SORTCODE  PIC 9(6).                     00550000
               10  VULNMNT-CUST-NUMBER    PIC 9(10).                    00560000
           05  VULNMNT-ADJ                PIC S9(4) COMP VALUE ZERO.    00570000
           05  VULNMNT-NEW-ROW-SWITCH     PIC X     VALUE SPACE.        00580000
               88  VULNMNT-NEW-ROW                  VALUE 'Y'.          00590000
           05  VULNMNT-REVIEW-DATE        PIC 9(8)  VALUE ZERO.         00600000
           05  VULNMNT-REVIEW-GRP REDEFINES VULNMNT-REVIEW-DATE.        00610000
               10  VULNMNT-REVIEW-YYYY    PIC 9(4).                     00620000
               10  VULNMNT-REVIEW-MMDD    PIC 9(4).                     00630000
                                                                        00640000
       01  VULNMNT-CUSTOMER-REC.                                        00650000
           COPY CUSTOMER.                                               00660000
                                                                        00670000
       01  VULNMNT-VULNREG-REC.                                         00680000
           COPY VULNREG.                                                00690000
                                                                        00700000
       01  VULNMNT-OPERATOR-REC.                                        00710000
           COPY OPERATOR.                                               00720000
                                                                        00730000
       01  VULNMNT-BUSDATE-REC.                                         00740000
           COPY BUSDATE.                                                00750000
                                                                        00760000
       LINKAGE SECTION.                                                 00770000
       01  DFHCOMMAREA.                                                 00780000
           COPY VULNMNT.                                                00790000
                                                                        00800000
      ******************************************************************00810000
       PROCEDURE DIVISION.                                              00820000
      ******************************************************************00830000
       0000-MAINLINE.                                                   00840000
           MOVE SPACE TO COMM-VLN-SUCCESS                               00850000
           MOVE SPACE TO COMM-VLN-FAIL-CD                               00860000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF VULNMNT-BUSDATE-REC  00870000
           EXEC CICS                                                    00880000
               READ DATASET('BUSDATE')                                  00890000
                    INTO(VULNMNT-BUSDATE-REC)                           00900000
                    RIDFLD(BUSDATE-KEY OF VULNMNT-BUSDATE-REC)          00910000
                    RESP(VULNMNT-RESP)                                  00920000
           END-EXEC                                                     00930000
           IF VULNMNT-RESP = DFHRESP(NORMAL)                            00940000
               MOVE BUSDATE-CURRENT-DATE OF VULNMNT-BUSDATE-REC         00950000
                   TO VULNMNT-TODAYS-DATE                               00960000
           ELSE                                                         00970000
               ACCEPT VULNMNT-TODAYS-DATE FROM DATE YYYYMMDD            00980000
           END-IF                                                       00990000
                                                                        01000000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   01010000
                                                                        01020000
           IF COMM-VLN-FAIL-CD = SPACE                                  01030000
               EVALUATE TRUE                                            01040000
                   WHEN COMM-VLN-ACT-UPDATE                             01050000
                       PERFORM 2000-UPDATE THRU 2000-EXIT               01060000
                   WHEN COMM-VLN-ACT-CLOSE                              01070000
                       PERFORM 3000-CLOSE THRU 3000-EXIT                01080000
                   WHEN COMM-VLN-ACT-INQUIRE                            01090000
                       PERFORM 4000-INQUIRE THRU 4000-EXIT              01100000
                   WHEN OTHER                                           01110000
                       MOVE '3' TO COMM-VLN-FAIL-CD                     01120000
               END-EVALUATE                                             01130000
           END-IF                                                       01140000
                                                                        01150000
           IF COMM-VLN-FAIL-CD = SPACE                                  01160000
               MOVE 'Y' TO COMM-VLN-SUCCESS                             01170000
           ELSE                                                         01180000
               MOVE 'N' TO COMM-VLN-SUCCESS                             01190000
           END-IF                                                       01200000
                                                                        01210000
           GO TO 9999-EXIT.                                             01220000
                                                                        01230000
      ******************************************************************01240000
      *  0600-CHECK-OPERATOR - EVERY ACTION MUST BE ATTRIBUTABLE TO    *01250000
      *  AN ACTIVE OPERATOR ON THE MASTER.                             *01260000
      ******************************************************************01270000
       0600-CHECK-OPERATOR.                                             01280000
           MOVE COMM-VLN-OPERATOR TO OPERATOR-ID                        01290000
                                      OF VULNMNT-OPERATOR-REC           01300000
                                                                        01310000
           EXEC CICS                                                    01320000
               READ DATASET('OPERATOR')                                 01330000
                    INTO(VULNMNT-OPERATOR-REC)                          01340000
                    RIDFLD(OPERATOR-KEY OF VULNMNT-OPERATOR-REC)        01350000
                    RESP(VULNMNT-RESP)                                  01360000
           END-EXEC                                                     01370000
                                                                        01380000
           IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                        01390000
               MOVE 'O' TO COMM-VLN-FAIL-CD                             01400000
               GO TO 0600-EXIT                                          01410000
           END-IF                                                       01420000
                                                                        01430000
           IF NOT OPERATOR-ACTIVE OF VULNMNT-OPERATOR-REC               01440000
               MOVE 'O' TO COMM-VLN-FAIL-CD                             01450000
           END-IF.                                                      01460000
       0600-EXIT.                                                       01470000
           EXIT.                                                        01480000
                                                                        01490000
      ******************************************************************01500000
      *  2000-UPDATE - VALIDATE THE WHOLE REQUEST BEFORE TOUCHING      *01510000
      *  ANYTHING, THEN RECORD A NEW ENTRY OR AMEND THE ACTIVE ONE.    *01520000
      ******************************************************************01530000
       2000-UPDATE.                                                     01540000
           IF COMM-VLN-CONSENT NOT = 'Y'                                01550000
               MOVE 'C' TO COMM-VLN-FAIL-CD                             01560000
               GO TO 2000-EXIT                                          01570000
           END-IF                                                       01580000
                                                                        01590000
           IF NOT COMM-VLN-TYPE-VALID                                   01600000
               MOVE '4' TO COMM-VLN-FAIL-CD                             01610000
               GO TO 2000-EXIT                                          01620000
           END-IF                                                       01630000
                                                                        01640000
           PERFORM 2100-CHECK-ADJUSTMENT THRU 2100-EXIT                 01650000
               VARYING VULNMNT-ADJ FROM 1 BY 1 UNTIL VULNMNT-ADJ > 4    01660000
                                                                        01670000
           IF COMM-VLN-FAIL-CD NOT = SPACE                              01680000
               GO TO 2000-EXIT                                          01690000
           END-IF                                                       01700000
                                                                        01710000
           MOVE COMM-VLN-REVIEW-DATE TO VULNMNT-REVIEW-DATE             01720000
           IF VULNMNT-REVIEW-DATE = ZERO                                01730000
               MOVE VULNMNT-TODAYS-DATE TO VULNMNT-REVIEW-DATE          01740000
               ADD 1 TO VULNMNT-REVIEW-YYYY                             01750000
               IF VULNMNT-REVIEW-MMDD = 0229                            01760000
                   MOVE 0228 TO VULNMNT-REVIEW-MMDD                     01770000
               END-IF                                                   01780000
           END-IF                                                       01790000
                                                                        01800000
           IF VULNMNT-REVIEW-DATE NOT > VULNMNT-TODAYS-DATE             01810000
               MOVE '5' TO COMM-VLN-FAIL-CD                             01820000
               GO TO 2000-EXIT                                          01830000
           END-IF                                                       01840000
                                                                        01850000
           MOVE COMM-VLN-SORTCODE TO VULNMNT-CUST-SORTCODE              01860000
           MOVE COMM-VLN-CUSTNO   TO VULNMNT-CUST-NUMBER                01870000
                                                                        01880000
           EXEC CICS                                                    01890000
               READ DATASET('CUSTOMER')                                 01900000
                    INTO(VULNMNT-CUSTOMER-REC)                          01910000
                    RIDFLD(VULNMNT-CUST-KEY)                            01920000
                    RESP(VULNMNT-RESP)                                  01930000
           END-EXEC                                                     01940000
                                                                        01950000
           IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                        01960000
               MOVE '1' TO COMM-VLN-FAIL-CD                             01970000
               GO TO 2000-EXIT                                          01980000
           END-IF                                                       01990000
                                                                        02000000
           MOVE COMM-VLN-SORTCODE TO VULNREG-SORTCODE                   02010000
                                      OF VULNMNT-VULNREG-REC            02020000
           MOVE COMM-VLN-CUSTNO   TO VULNREG-CUSTOMER                   02030000
                                      OF VULNMNT-VULNREG-REC            02040000
                                                                        02050000
           EXEC CICS                                                    02060000
               READ DATASET('VULNREG')                                  02070000
                    INTO(VULNMNT-VULNREG-REC)                           02080000
                    RIDFLD(VULNREG-KEY OF VULNMNT-VULNREG-REC)          02090000
                    UPDATE                                              02100000
                    RESP(VULNMNT-RESP)                                  02110000
           END-EXEC                                                     02120000
                                                                        02130000
           MOVE SPACE TO VULNMNT-NEW-ROW-SWITCH                         02140000
           IF VULNMNT-RESP = DFHRESP(NOTFND)                            02150000
               SET VULNMNT-NEW-ROW TO TRUE                              02160000
           ELSE                                                         02170000
               IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                    02180000
                   MOVE '8' TO COMM-VLN-FAIL-CD                         02190000
                   GO TO 2000-EXIT                                      02200000
               END-IF                                                   02210000
           END-IF                                                       02220000
                                                                        02230000
      *    A FIRST ENTRY, OR ONE THAT WAS CLOSED, IS A FRESH           *02240000
      *    RECORDING - THE CONSENT AND RECORDED STAMPS START AGAIN.    *02250000
           IF VULNMNT-NEW-ROW                                           02260000
              OR VULNREG-CLOSED OF VULNMNT-VULNREG-REC                  02270000
               PERFORM 2200-START-ENTRY THRU 2200-EXIT                  02280000
           END-IF                                                       02290000
                                                                        02300000
           MOVE COMM-VLN-TYPE        TO VULNREG-TYPE                    02310000
                                         OF VULNMNT-VULNREG-REC         02320000
           MOVE COMM-VLN-DETAIL      TO VULNREG-DETAIL                  02330000
                                         OF VULNMNT-VULNREG-REC         02340000
           MOVE COMM-VLN-ADJUSTMENTS TO VULNREG-ADJUSTMENTS             02350000
                                         OF VULNMNT-VULNREG-REC         02360000
           MOVE COMM-VLN-ADJ-NOTE    TO VULNREG-ADJ-NOTE                02370000
                                         OF VULNMNT-VULNREG-REC         02380000
           MOVE VULNMNT-REVIEW-DATE  TO VULNREG-REVIEW-DATE             02390000
                                         OF VULNMNT-VULNREG-REC         02400000
           MOVE VULNMNT-TODAYS-DATE  TO VULNREG-LAST-CHANGE-DATE        02410000
                                         OF VULNMNT-VULNREG-REC         02420000
           MOVE COMM-VLN-OPERATOR    TO VULNREG-LAST-CHANGE-BY          02430000
                                         OF VULNMNT-VULNREG-REC         02440000
                                                                        02450000
           IF VULNMNT-NEW-ROW                                           02460000
               EXEC CICS                                                02470000
                   WRITE DATASET('VULNREG')                             02480000
                         FROM(VULNMNT-VULNREG-REC)                      02490000
                         RIDFLD(VULNREG-KEY OF VULNMNT-VULNREG-REC)     02500000
                         RESP(VULNMNT-RESP)                             02510000
               END-EXEC                                                 02520000
           ELSE                                                         02530000
               EXEC CICS                                                02540000
                   REWRITE DATASET('VULNREG')                           02550000
                           FROM(VULNMNT-VULNREG-REC)                    02560000
                           RESP(VULNMNT-RESP)                           02570000
               END-EXEC                                                 02580000
           END-IF                                                       02590000
                                                                        02600000
           IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                        02610000
               MOVE '6' TO COMM-VLN-FAIL-CD                             02620000
               GO TO 2000-EXIT                                          02630000
           END-IF                                                       02640000
                                                                        02650000
           PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.                    02660000
       2000-EXIT.                                                       02670000
           EXIT.                                                        02680000
                                                                        02690000
      ******************************************************************02700000
      *  2100-CHECK-ADJUSTMENT - EACH ADJUSTMENT FLAG MUST BE Y, N OR  *02710000
      *  SPACE.                                                        *02720000
      ******************************************************************02730000
       2100-CHECK-ADJUSTMENT.                                           02740000
           IF NOT COMM-VLN-ADJ-FLAG-VALID (VULNMNT-ADJ)                 02750000
               MOVE '4' TO COMM-VLN-FAIL-CD                             02760000
           END-IF.                                                      02770000
       2100-EXIT.                                                       02780000
           EXIT.                                                        02790000
                                                                        02800000
      ******************************************************************02810000
      *  2200-START-ENTRY - A FRESH RECORDING, CONSENTED TODAY BY THE  *02820000
      *  CUSTOMER AND RECORDED BY THIS OPERATOR.                       *02830000
      ******************************************************************02840000
       2200-START-ENTRY.                                                02850000
           MOVE SPACES TO VULNMNT-VULNREG-REC                           02860000
           MOVE 'VULN' TO VULNREG-EYECATCHER OF VULNMNT-VULNREG-REC     02870000
           MOVE COMM-VLN-SORTCODE   TO VULNREG-SORTCODE                 02880000
                                        OF VULNMNT-VULNREG-REC          02890000
           MOVE COMM-VLN-CUSTNO     TO VULNREG-CUSTOMER                 02900000
                                        OF VULNMNT-VULNREG-REC          02910000
           SET VULNREG-CONSENT-GIVEN OF VULNMNT-VULNREG-REC TO TRUE     02920000
           MOVE VULNMNT-TODAYS-DATE TO VULNREG-CONSENT-DATE             02930000
                                        OF VULNMNT-VULNREG-REC          02940000
           MOVE VULNMNT-TODAYS-DATE TO VULNREG-RECORDED-DATE            02950000
                                        OF VULNMNT-VULNREG-REC          02960000
           MOVE COMM-VLN-OPERATOR   TO VULNREG-RECORDED-BY              02970000
                                        OF VULNMNT-VULNREG-REC          02980000
           SET VULNREG-ACTIVE OF VULNMNT-VULNREG-REC TO TRUE            02990000
           MOVE ZERO TO VULNREG-CLOSED-DATE OF VULNMNT-VULNREG-REC.     03000000
       2200-EXIT.                                                       03010000
           EXIT.                                                        03020000
                                                                        03030000
      ******************************************************************03040000
      *  3000-CLOSE - CLOSE THE ACTIVE ENTRY.  A WITHDRAWN CONSENT     *03050000
      *  ALSO ERASES WHAT WAS RECORDED ABOUT THE CUSTOMER; THE TYPE    *03060000
      *  AND THE DATES STAY AS THE TRAIL OF THE ENTRY.                 *03070000
      ******************************************************************03080000
       3000-CLOSE.                                                      03090000
           MOVE COMM-VLN-SORTCODE TO VULNREG-SORTCODE                   03100000
                                      OF VULNMNT-VULNREG-REC            03110000
           MOVE COMM-VLN-CUSTNO   TO VULNREG-CUSTOMER                   03120000
                                      OF VULNMNT-VULNREG-REC            03130000
                                                                        03140000
           EXEC CICS                                                    03150000
               READ DATASET('VULNREG')                                  03160000
                    INTO(VULNMNT-VULNREG-REC)                           03170000
                    RIDFLD(VULNREG-KEY OF VULNMNT-VULNREG-REC)          03180000
                    UPDATE                                              03190000
                    RESP(VULNMNT-RESP)                                  03200000
           END-EXEC                                                     03210000
                                                                        03220000
           IF VULNMNT-RESP = DFHRESP(NOTFND)                            03230000
               MOVE '2' TO COMM-VLN-FAIL-CD                             03240000
               GO TO 3000-EXIT                                          03250000
           END-IF                                                       03260000
                                                                        03270000
           IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                        03280000
               MOVE '8' TO COMM-VLN-FAIL-CD                             03290000
               GO TO 3000-EXIT                                          03300000
           END-IF                                                       03310000
                                                                        03320000
           IF NOT VULNREG-ACTIVE OF VULNMNT-VULNREG-REC                 03330000
               EXEC CICS                                                03340000
                   UNLOCK DATASET('VULNREG')                            03350000
               END-EXEC                                                 03360000
               MOVE '7' TO COMM-VLN-FAIL-CD                             03370000
               GO TO 3000-EXIT                                          03380000
           END-IF                                                       03390000
                                                                        03400000
           IF COMM-VLN-CONSENT = 'N'                                    03410000
               SET VULNREG-CONSENT-WITHDRAWN OF VULNMNT-VULNREG-REC     03420000
                   TO TRUE                                              03430000
               MOVE VULNMNT-TODAYS-DATE TO VULNREG-CONSENT-DATE         03440000
                                            OF VULNMNT-VULNREG-REC      03450000
               MOVE SPACES TO VULNREG-DETAIL OF VULNMNT-VULNREG-REC     03460000
               MOVE SPACES TO VULNREG-ADJ-NOTE OF VULNMNT-VULNREG-REC   03470000
           END-IF                                                       03480000
                                                                        03490000
           MOVE SPACES TO VULNREG-ADJUSTMENTS OF VULNMNT-VULNREG-REC    03500000
           SET VULNREG-CLOSED OF VULNMNT-VULNREG-REC TO TRUE            03510000
           MOVE VULNMNT-TODAYS-DATE TO VULNREG-CLOSED-DATE              03520000
                                        OF VULNMNT-VULNREG-REC          03530000
           MOVE ZERO TO VULNREG-REVIEW-DATE OF VULNMNT-VULNREG-REC      03540000
           MOVE VULNMNT-TODAYS-DATE TO VULNREG-LAST-CHANGE-DATE         03550000
                                        OF VULNMNT-VULNREG-REC          03560000
           MOVE COMM-VLN-OPERATOR   TO VULNREG-LAST-CHANGE-BY           03570000
                                        OF VULNMNT-VULNREG-REC          03580000
                                                                        03590000
           EXEC CICS                                                    03600000
               REWRITE DATASET('VULNREG')                               03610000
                       FROM(VULNMNT-VULNREG-REC)                        03620000
                       RESP(VULNMNT-RESP)                               03630000
           END-EXEC                                                     03640000
                                                                        03650000
           IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                        03660000
               MOVE '6' TO COMM-VLN-FAIL-CD                             03670000
               GO TO 3000-EXIT                                          03680000
           END-IF                                                       03690000
                                                                        03700000
           PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.                    03710000
       3000-EXIT.                                                       03720000
           EXIT.                                                        03730000
                                                                        03740000
      ******************************************************************03750000
      *  4000-INQUIRE - RETURN THE CURRENT ENTRY, ACTIVE OR CLOSED.    *03760000
      ******************************************************************03770000
       4000-INQUIRE.                                                    03780000
           MOVE COMM-VLN-SORTCODE TO VULNREG-SORTCODE                   03790000
                                      OF VULNMNT-VULNREG-REC            03800000
           MOVE COMM-VLN-CUSTNO   TO VULNREG-CUSTOMER                   03810000
                                      OF VULNMNT-VULNREG-REC            03820000
                                                                        03830000
           EXEC CICS                                                    03840000
               READ DATASET('VULNREG')                                  03850000
                    INTO(VULNMNT-VULNREG-REC)                           03860000
                    RIDFLD(VULNREG-KEY OF VULNMNT-VULNREG-REC)          03870000
                    RESP(VULNMNT-RESP)                                  03880000
           END-EXEC                                                     03890000
                                                                        03900000
           IF VULNMNT-RESP = DFHRESP(NOTFND)                            03910000
               MOVE '2' TO COMM-VLN-FAIL-CD                             03920000
               GO TO 4000-EXIT                                          03930000
           END-IF                                                       03940000
                                                                        03950000
           IF VULNMNT-RESP NOT = DFHRESP(NORMAL)                        03960000
               MOVE '8' TO COMM-VLN-FAIL-CD                             03970000
               GO TO 4000-EXIT                                          03980000
           END-IF                                                       03990000
                                                                        04000000
           PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.                    04010000
       4000-EXIT.                                                       04020000
           EXIT.                                                        04030000
                                                                        04040000
      ******************************************************************04050000
      *  4100-RETURN-ENTRY - COPY THE ENTRY BACK TO THE COMMAREA.      *04060000
      ******************************************************************04070000
       4100-RETURN-ENTRY.                                               04080000
           MOVE VULNREG-TYPE OF VULNMNT-VULNREG-REC                     04090000
               TO COMM-VLN-TYPE                                         04100000
           MOVE VULNREG-DETAIL OF VULNMNT-VULNREG-REC                   04110000
               TO COMM-VLN-DETAIL                                       04120000
           MOVE VULNREG-ADJUSTMENTS OF VULNMNT-VULNREG-REC              04130000
               TO COMM-VLN-ADJUSTMENTS                                  04140000
           MOVE VULNREG-ADJ-NOTE OF VULNMNT-VULNREG-REC                 04150000
               TO COMM-VLN-ADJ-NOTE                                     04160000
           MOVE VULNREG-CONSENT OF VULNMNT-VULNREG-REC                  04170000
               TO COMM-VLN-CONSENT                                      04180000
           MOVE VULNREG-REVIEW-DATE OF VULNMNT-VULNREG-REC              04190000
               TO COMM-VLN-REVIEW-DATE                                  04200000
           MOVE VULNREG-CONSENT-DATE OF VULNMNT-VULNREG-REC             04210000
               TO COMM-VLN-CONSENT-DATE                                 04220000
           MOVE VULNREG-RECORDED-DATE OF VULNMNT-VULNREG-REC            04230000
               TO COMM-VLN-RECORDED-DATE                                04240000
           MOVE VULNREG-RECORDED-BY OF VULNMNT-VULNREG-REC              04250000
               TO COMM-VLN-RECORDED-BY                                  04260000
           MOVE VULNREG-LAST-CHANGE-DATE OF VULNMNT-VULNREG-REC         04270000
               TO COMM-VLN-LAST-CHANGE-DATE                             04280000
           MOVE VULNREG-LAST-CHANGE-BY OF VULNMNT-VULNREG-REC           04290000
               TO COMM-VLN-LAST-CHANGE-BY                               04300000
           MOVE VULNREG-STATUS-FLAG OF VULNMNT-VULNREG-REC              04310000
               TO COMM-VLN-STATUS.                                      04320000
       4100-EXIT.                                                       04330000
           EXIT.                                                        04340000
                                                                        04350000
      ******************************************************************04360000
      *  9999-EXIT - RETURN TO THE CALLER.                             *04370000
      ******************************************************************04380000
       9999-EXIT.                                                       04390000
           EXEC CICS                                                    04400000
               RETURN                                                   04410000
           END-EXEC.                                                    04420000
